      *    NEW BUSINESS. WHO REINSTATED AND WHY GOES TO THE AUDIT
      *    TRAIL THROUGH AUDPGM1. RETURN CODES: 0 OK, 4 ARREARS
      *    STILL OPEN / REASON MISSING, 8 SQL ERROR, 12 NO 'NP'
      *    LAPSE ON FILE, 16 GRACE WINDOW EXPIRED, 20 POLICY
      *    PREMIUM ABOVE THE OPERATOR'S UNDERWRITING LIMIT,
      *    24 SIGNED-ON USER HAS NO VALID OPERLIMIT ROW. THE
      *    OPERATOR AUDITED IS THE SIGNED-ON USER'S (OPRPGM1), NOT
      *    FSP-REI-OPERATOR AS KEYED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
           03 DB2-OPEN-INV-COUNT       PIC S9(9) COMP.
           03 DB2-GRACE-DAYS           PIC S9(9) COMP.
           03 DB2-DAYS-SINCE-LAPSE     PIC S9(9) COMP.
           03 DB2-PAYMENT-INT          PIC S9(9) COMP.

       01  WS-CANCELDATE               PIC X(10).
       01  WS-REASONCODE               PIC X(2).
       01  WS-POLICY-KEY               PIC 9(9).

      * Operator authority limits through OPRPGM1
       01  WS-OPR.
           COPY OPRCPY1.

           EXEC SQL INCLUDE SQLCA      END-EXEC.

      * Common SQL-error handler interface
              GOBACK
           END-IF

      *    TAKING A LAPSED RISK BACK ON IS AN UNDERWRITING DECISION
      *    - THE OPERATOR'S UNDERWRITING LIMIT MUST COVER THE
      *    POLICY'S ANNUAL PREMIUM.
           EXEC SQL
              SELECT COALESCE(PAYMENT, 0)
              INTO  :DB2-PAYMENT-INT
              FROM  POLICY
              WHERE POLICYNUMBER = :DB2-POLICYNUMBER-INT
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
              GOBACK
           END-IF

           MOVE SPACES TO WS-OPR
           MOVE 'OPRCHK' TO FSP-REQUEST-ID IN WS-OPR
           MOVE 'U' TO FSP-OPR-LIMIT-TYPE IN WS-OPR
           MOVE DB2-PAYMENT-INT TO FSP-OPR-AMOUNT IN WS-OPR
           CALL 'OPRPGM1' USING DFHEIBLK DFHCOMMAREA WS-OPR
           EVALUATE FSP-RETURN-CODE IN WS-OPR
               WHEN 0
                  MOVE FSP-OPR-OPERATOR IN WS-OPR TO
                       FSP-REI-OPERATOR IN MY-POLICY
               WHEN 20
                  MOVE 20 TO FSP-RETURN-CODE IN MY-POLICY
                  GOBACK
               WHEN 12
                  MOVE 24 TO FSP-RETURN-CODE IN MY-POLICY
                  GOBACK
               WHEN OTHER
                  MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
                  GOBACK
           END-EVALUATE

      *    REMOVING THE POLCANCEL ROW IS WHAT BRINGS THE POLICY
      *    BACK - LGDB2POL'S RENEWAL CURSOR KEYS ON ITS ABSENCE.
           EXEC SQL
