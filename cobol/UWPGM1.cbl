      *    ONE APPROVED AND UWDECL MARKS ONE DECLINED, RECORDING WHO
      *    DECIDED AND WHEN - ONLY AN APPROVED REFERRAL LETS POLPGMA
      *    BOOK A POLICY THAT BREACHED THE UWLIMITS THRESHOLDS.
      *    THE DECIDING UNDERWRITER IS THE SIGNED-ON USER'S
      *    OPERATOR ID FROM OPRPGM1, NOT FSP-OPERATOR AS PASSED IN,
      *    AND AN APPROVAL NEEDS AN UNDERWRITING LIMIT COVERING THE
      *    REFERRAL'S ANNUAL PREMIUM (THE POLICY'S, FOR A REFERRAL
      *    RAISED ON A POLICY ALREADY BOOKED) - ABOVE IT THE
      *    REFERRAL STAYS PENDING FOR A MORE SENIOR UNDERWRITER.
      *    RETURN CODES: 0 OK, 4 INVALID REQUEST ID, 8 SQL ERROR,
      *    12 REFERRAL NOT ON FILE OR NOT PENDING, 16 PREMIUM ABOVE
      *    THE UNDERWRITER'S LIMIT, 20 SIGNED-ON USER HAS NO VALID
      *    OPERLIMIT ROW.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       01  DB2-IN-INTEGERS.
           03 DB2-POLICYNUMBER-INT     PIC S9(9) COMP.
           03 DB2-CUSTOMERNUMBER-INT   PIC S9(9) COMP.
           03 DB2-PREMIUM-INT          PIC S9(9) COMP.

       01  WS-NEW-STATUS               PIC X(1).
       01  WS-DECIDE-DATE              PIC X(10).
       01  WS-FETCH-REASON             PIC X(50).
       01  WS-LIST-COUNT               PIC S9(4) COMP VALUE 0.

      * Operator authority limits through OPRPGM1
       01  WS-OPR.
           COPY OPRCPY1.

           EXEC SQL INCLUDE SQLCA      END-EXEC.

           EXEC SQL
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
                  DELIMITED BY SIZE INTO WS-DECIDE-DATE

           MOVE SPACES TO WS-OPR
           IF WS-NEW-STATUS = 'A' THEN
              PERFORM FETCH-REFERRAL-PREMIUM
              MOVE 'U' TO FSP-OPR-LIMIT-TYPE IN WS-OPR
              MOVE DB2-PREMIUM-INT TO FSP-OPR-AMOUNT IN WS-OPR
           ELSE
              MOVE 0 TO FSP-OPR-AMOUNT IN WS-OPR
           END-IF
           PERFORM CHECK-OPERATOR-AUTHORITY

           EXEC SQL
              UPDATE GENASA1.UWREFERRAL
              SET    STATUS      = :WS-NEW-STATUS,
                  MOVE 8 TO FSP-RETURN-CODE IN MY-REFERRAL
           END-EVALUATE.

      *    A REFERRAL WITH NO PREMIUM OF ITS OWN TAKES THE BOOKED
      *    POLICY'S; WITH NEITHER, ONLY AN UNLIMITED UNDERWRITER
      *    MAY APPROVE IT.
       FETCH-REFERRAL-PREMIUM.
           EXEC SQL
              SELECT COALESCE(R.PREMIUM, P.PAYMENT, 999999999)
              INTO   :DB2-PREMIUM-INT
              FROM   GENASA1.UWREFERRAL R
                     LEFT OUTER JOIN POLICY P
                       ON P.POLICYNUMBER = R.POLICYNUMBER
              WHERE  R.POLICYNUMBER = :DB2-POLICYNUMBER-INT
                AND  R.STATUS = 'P'
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                  CONTINUE
               WHEN SQLCODE = 100
                  MOVE 12 TO FSP-RETURN-CODE IN MY-REFERRAL
                  GOBACK
               WHEN OTHER
                  PERFORM LOG-SQL-ERROR
                  MOVE 8 TO FSP-RETURN-CODE IN MY-REFERRAL
                  GOBACK
           END-EVALUATE.

       CHECK-OPERATOR-AUTHORITY.
           MOVE 'OPRCHK' TO FSP-REQUEST-ID IN WS-OPR
           CALL 'OPRPGM1' USING DFHEIBLK DFHCOMMAREA WS-OPR
           EVALUATE FSP-RETURN-CODE IN WS-OPR
               WHEN 0
                  MOVE FSP-OPR-OPERATOR IN WS-OPR TO
                       FSP-OPERATOR IN MY-REFERRAL
               WHEN 20
                  MOVE 16 TO FSP-RETURN-CODE IN MY-REFERRAL
                  GOBACK
               WHEN 12
                  MOVE 20 TO FSP-RETURN-CODE IN MY-REFERRAL
                  GOBACK
               WHEN OTHER
                  MOVE 8 TO FSP-RETURN-CODE IN MY-REFERRAL
                  GOBACK
           END-EVALUATE.

       LOG-SQL-ERROR.
           MOVE 'UWPGM1  ' TO ERR-PROGRAM
           MOVE SPACES TO ERR-PARAGRAPH
