      *    COMPANION TO CUSPGM1 - VERIFIES A CUSTOMER'S PASSWORD
      *    (LOGON) WITHOUT CHANGING IT, SO THE SELF-SERVICE PORTAL
      *    HAS A LOGON CALL TO MAKE. TAKES FSP-CUSTOMER-NUM AND THE
      *    PASSWORD IN FSP-CURRENT-PASS, VERIFIES IT THROUGH
      *    PWDHASH AGAINST THE SALTED PASSHASH, INCREMENTS
      *    FAILEDATTEMPTS ON A MISS AND RESETS IT ON A HIT, AND
      *    APPLIES THE SAME FSP-MAX-FAILURES LOCKOUT CUSPGM1 USES.
      *    A GOOD LOGON OPENS A PORTAL SESSION THROUGH SESPGM1 AND
      *    RETURNS ITS TOKEN IN FSP-SESSION-TOKEN; REQUEST CUSOFF
      *    (LOGOFF) ENDS THE SESSION NAMED BY FSP-SESSION-TOKEN.
      *    RETURN CODES: 0 PASSWORD OK, 4 WRONG PASSWORD, 8 SQL
      *    ERROR, 12 ACCOUNT LOCKED OR AWAITING A CUSPGMR RESET
      *    (STATE 'R', OR NO HASH ON FILE), 16 UNKNOWN CUSTOMER.
      *    CUSOFF: 0 SESSION ENDED, 8 SQL ERROR, 12 NO OPEN
      *    SESSION FOR THAT TOKEN AND CUSTOMER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       01  DB2-IN-INTEGERS.
           03 DB2-CUSTOMERNUMBER-INT   PIC S9(9) COMP.

       01  WS-PASS-SALT                PIC X(16).
       01  WS-PASS-HASH                PIC X(64).
       01  WS-STATE-INDICATOR          PIC X(1).
       01  WS-FAILEDATTEMPTS           PIC S9(9) COMP.

      * Salted password hash through PWDHASH
       01  WS-PWD.
           COPY PWDCPY1.

      * Portal session issue/end through SESPGM1
       01  WS-SES.
           COPY SESCPY1.

           EXEC SQL INCLUDE SQLCA      END-EXEC.

      * Common SQL-error handler interface
            MOVE FSP-CUSTOMER-NUM IN MY-CUST-SEC TO
                 DB2-CUSTOMERNUMBER-INT

           IF FSP-REQUEST-ID IN MY-CUST-SEC = 'CUSOFF' THEN
              PERFORM END-PORTAL-SESSION
              GOBACK
           END-IF

           MOVE SPACES TO FSP-SESSION-TOKEN IN MY-CUST-SEC

            EXEC SQL
               SELECT COALESCE(PASSSALT, ' '),
                      COALESCE(PASSHASH, ' '),
                      STATE_INDICATOR, FAILEDATTEMPTS
               INTO   :WS-PASS-SALT, :WS-PASS-HASH,
                      :WS-STATE-INDICATOR, :WS-FAILEDATTEMPTS
               FROM   CUSTOMER_SECURE
               WHERE  CUSTOMERNUMBER = :DB2-CUSTOMERNUMBER-INT
            END-EXEC.
              GOBACK
           END-IF

      *    A ROW WITH NO HASH HAS NO PASSWORD THAT CAN BE CHECKED -
      *    IT WAITS FOR A CUSPGMR RESET JUST AS A LOCKED ONE DOES.
           IF WS-STATE-INDICATOR = 'L' OR WS-STATE-INDICATOR = 'R'
              OR WS-PASS-HASH = SPACES THEN
              MOVE 12 TO FSP-RETURN-CODE IN MY-CUST-SEC
              GOBACK
           END-IF

           MOVE 'V' TO PWD-FUNCTION IN WS-PWD
           MOVE FSP-CURRENT-PASS IN MY-CUST-SEC TO
                PWD-PASSWORD IN WS-PWD
           MOVE WS-PASS-SALT TO PWD-SALT IN WS-PWD
           MOVE WS-PASS-HASH TO PWD-HASH IN WS-PWD
           CALL 'PWDHASH' USING WS-PWD
           MOVE SPACES TO PWD-PASSWORD IN WS-PWD
           IF PWD-RETURN-CODE IN WS-PWD NOT = 0 THEN
              MOVE 8 TO FSP-RETURN-CODE IN MY-CUST-SEC
              GOBACK
           END-IF

           IF PWD-MATCH IN WS-PWD NOT = 'Y' THEN
              ADD 1 TO WS-FAILEDATTEMPTS
              IF WS-FAILEDATTEMPTS >= FSP-MAX-FAILURES IN MY-CUST-SEC
                 EXEC SQL
           END-EXEC.

           IF SQLCODE = 0 THEN
              PERFORM START-PORTAL-SESSION
           ELSE
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-CUST-SEC
           END-IF.

           GOBACK.

      *    A LOGON THAT CANNOT BE GIVEN A SESSION IS NO USE TO THE
      *    PORTAL, SO IT IS REPORTED AS AN SQL ERROR.
       START-PORTAL-SESSION.
           MOVE SPACES TO WS-SES
           MOVE 'SESNEW' TO FSP-REQUEST-ID IN WS-SES
           MOVE FSP-CUSTOMER-NUM IN MY-CUST-SEC TO
                FSP-SES-CUSTOMER-NUM IN WS-SES
           MOVE 0 TO FSP-SES-POLICY-NUM IN WS-SES
           CALL 'SESPGM1' USING DFHEIBLK DFHCOMMAREA WS-SES
           IF FSP-RETURN-CODE IN WS-SES = 0 THEN
              MOVE FSP-SES-TOKEN IN WS-SES TO
                   FSP-SESSION-TOKEN IN MY-CUST-SEC
              MOVE 0 TO FSP-RETURN-CODE IN MY-CUST-SEC
           ELSE
              MOVE 8 TO FSP-RETURN-CODE IN MY-CUST-SEC
           END-IF.

       END-PORTAL-SESSION.
           MOVE SPACES TO WS-SES
           MOVE 'SESEND' TO FSP-REQUEST-ID IN WS-SES
           MOVE FSP-CUSTOMER-NUM IN MY-CUST-SEC TO
                FSP-SES-CUSTOMER-NUM IN WS-SES
           MOVE 0 TO FSP-SES-POLICY-NUM IN WS-SES
           MOVE FSP-SESSION-TOKEN IN MY-CUST-SEC TO
                FSP-SES-TOKEN IN WS-SES
           CALL 'SESPGM1' USING DFHEIBLK DFHCOMMAREA WS-SES
           MOVE FSP-RETURN-CODE IN WS-SES TO
                FSP-RETURN-CODE IN MY-CUST-SEC.

       LOG-SQL-ERROR.
           MOVE 'CUSPGMV ' TO ERR-PROGRAM
           MOVE SPACES TO ERR-PARAGRAPH
