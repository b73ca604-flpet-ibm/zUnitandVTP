      *    THE CURRENT PASSWORD, WRITES THE NEW ONE AND INCREMENTS
      *    PASS_CHANGES ON SUCCESS, AND LOCKS THE ACCOUNT (STATE
      *    INDICATOR 'L') ONCE FAILEDATTEMPTS REACHES THE CALLER'S
      *    FSP-MAX-FAILURES THRESHOLD. PASSWORDS ARE HELD ONLY AS A
      *    SALTED PWDHASH HASH (PASSSALT/PASSHASH) - THE CURRENT
      *    PASSWORD IS VERIFIED AGAINST THE HASH AND THE NEW ONE IS
      *    STORED UNDER A FRESH SALT. AN ACCOUNT AWAITING A FORCED
      *    RESET (STATE 'R', OR NO HASH ON FILE) IS REFUSED LIKE A
      *    LOCKED ONE UNTIL CUSPGMR RESETS IT.
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

      * Audit trail area - PASSWORD VALUES ARE NEVER LOGGED, ONLY
      * THE FACT THAT THE PASSWORD CHANGED.
       01  WS-AUDIT.
                 DB2-CUSTOMERNUMBER-INT

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
              GOBACK
           END-IF

           MOVE 'S' TO PWD-FUNCTION IN WS-PWD
           MOVE FSP-NEW-PASS IN MY-CUST-SEC TO PWD-PASSWORD IN WS-PWD
           CALL 'PWDHASH' USING WS-PWD
           MOVE SPACES TO PWD-PASSWORD IN WS-PWD
           IF PWD-RETURN-CODE IN WS-PWD NOT = 0 THEN
              MOVE 8 TO FSP-RETURN-CODE IN MY-CUST-SEC
              GOBACK
           END-IF

           EXEC SQL
              UPDATE CUSTOMER_SECURE
              SET    CUSTOMERPASS   = NULL,
                     PASSSALT       = :PWD-SALT,
                     PASSHASH       = :PWD-HASH,
                     PASS_CHANGES   = PASS_CHANGES + 1,
                     FAILEDATTEMPTS = 0
              WHERE  CUSTOMERNUMBER = :DB2-CUSTOMERNUMBER-INT
