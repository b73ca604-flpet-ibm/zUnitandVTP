      *    INCURRED FROM THE CLAIMS NOTIFIED IN THE YEAR, CLAIMS
      *    PAID FROM THE CLAIMPAYMENT POSTINGS DATED IN THE YEAR,
      *    AND BROKER COMMISSION FROM THE POLICY COMMISSION FIELDS.
      *    THE ENDOWMENT LINE ALSO CARRIES ITS LIFE BENEFITS, EACH
      *    ON ITS OWN ROW: DEATH CLAIMS AS LIFE CLAIMS FROM THE
      *    DEATHCLAIM ROWS SETTLED IN THE YEAR, MATURITIES FROM
      *    ENDMATURE AND SURRENDERS FROM THE BOOKED SURRENDER ROWS.
      *    EVERY FIGURE IS PRINTED WITH ITS SOURCE TABLE AND ROW
      *    COUNT, SO EACH NUMBER IN THE RETURN CAN BE DEFENDED IN
      *    AN INSPECTION WITHOUT SPUFI ARCHAEOLOGY. A POLICYTYPE ON
      *    THE BOOK WITH NO REGLINEMAP ROW WOULD SILENTLY DROP OUT
      *    OF THE RETURN, SO EACH ONE IS LISTED AND THE STEP ENDS
      *    WITH RC 4.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       01  DB2-COMM-TOTAL               PIC S9(11) COMP.
       01  DB2-COMM-IND                 PIC S9(4) COMP.
       01  DB2-COMM-COUNT               PIC S9(9) COMP.
       01  DB2-DEATH-TOTAL              PIC S9(11) COMP.
       01  DB2-DEATH-IND                PIC S9(4) COMP.
       01  DB2-DEATH-COUNT              PIC S9(9) COMP.
       01  DB2-MATURE-TOTAL             PIC S9(11) COMP.
       01  DB2-MATURE-IND               PIC S9(4) COMP.
       01  DB2-MATURE-COUNT             PIC S9(9) COMP.
       01  DB2-SURR-TOTAL               PIC S9(11) COMP.
       01  DB2-SURR-IND                 PIC S9(4) COMP.
       01  DB2-SURR-COUNT               PIC S9(9) COMP.

       01  WS-DISP-AMOUNT               PIC Z(10)9.
       01  WS-DISP-COUNT                PIC ZZZZZZ9.
       01  WS-CNT-LINES                 PIC 9(5) VALUE 0.
       01  WS-CNT-UNMAPPED              PIC 9(5) VALUE 0.

      * Central run-control (RUNLOG) interface
       01  WS-RUNLOG.
               ORDER BY LINECODE, POLICYTYPE
           END-EXEC.

           EXEC SQL
             DECLARE C2 CURSOR FOR
               SELECT DISTINCT POLICYTYPE
               FROM   POLICY
               WHERE  POLICYTYPE NOT IN
                      (SELECT POLICYTYPE FROM GENASA1.REGLINEMAP)
               ORDER BY POLICYTYPE
           END-EXEC.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.

           PERFORM CLOSE-CURSOR.

           PERFORM CHECK-UNMAPPED-TYPES.

           DISPLAY '================================================'.
           DISPLAY '  LINES REPORTED.......: ' WS-CNT-LINES.
           DISPLAY '  UNMAPPED TYPES.......: ' WS-CNT-UNMAPPED.
           DISPLAY '================================================'.

           IF WS-CNT-UNMAPPED > 0 AND RETURN-CODE < 4 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM MARK-RUN-ENDED.

           STOP RUN.
              PERFORM DISPLAY-SQL-ERROR
           END-IF.

      *----------------------------------------------------------------*
       CHECK-UNMAPPED-TYPES.

            EXEC SQL OPEN C2 END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM FETCH-UNMAPPED.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0
                   ADD 1 TO WS-CNT-UNMAPPED
                   DISPLAY ' '
                   DISPLAY '*** WARNING - POLICYTYPE ' WS-POLICYTYPE
                           ' HAS NO REGLINEMAP ROW - NOT IN RETURN'
                   PERFORM FETCH-UNMAPPED
           END-PERFORM.

            EXEC SQL CLOSE C2 END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
           END-IF.

       FETCH-UNMAPPED.

             EXEC SQL
                 FETCH C2
                 INTO :WS-POLICYTYPE
             END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *----------------------------------------------------------------*
       REPORT-ONE-LINE.
           PERFORM DERIVE-GWP.
           DISPLAY '  COMMISSION            : ' WS-DISP-AMOUNT
                   '  (POLICY, ' WS-DISP-COUNT ' ROWS)'.

           IF WS-POLICYTYPE = 'E' THEN
              PERFORM REPORT-LIFE-BENEFITS
           END-IF.

      *    DEATH BENEFITS ARE LIFE CLAIMS; MATURITIES AND
      *    SURRENDERS ARE CONTRACTUAL PAYOUTS AND ARE RETURNED
      *    APART FROM THEM.
       REPORT-LIFE-BENEFITS.
           PERFORM DERIVE-DEATH-CLAIMS.
           PERFORM DERIVE-MATURITIES.
           PERFORM DERIVE-SURRENDERS.

           MOVE DB2-DEATH-TOTAL TO WS-DISP-AMOUNT.
           MOVE DB2-DEATH-COUNT TO WS-DISP-COUNT.
           DISPLAY '  LIFE CLAIMS (DEATH)   : ' WS-DISP-AMOUNT
                   '  (DEATHCLAIM, ' WS-DISP-COUNT ' ROWS)'.
           MOVE DB2-MATURE-TOTAL TO WS-DISP-AMOUNT.
           MOVE DB2-MATURE-COUNT TO WS-DISP-COUNT.
           DISPLAY '  MATURITIES            : ' WS-DISP-AMOUNT
                   '  (ENDMATURE, ' WS-DISP-COUNT ' ROWS)'.
           MOVE DB2-SURR-TOTAL TO WS-DISP-AMOUNT.
           MOVE DB2-SURR-COUNT TO WS-DISP-COUNT.
           DISPLAY '  SURRENDERS            : ' WS-DISP-AMOUNT
                   '  (SURRENDER, ' WS-DISP-COUNT ' ROWS)'.

       DERIVE-GWP.
           MOVE 0 TO DB2-GWP-TOTAL.
           EXEC SQL
              MOVE 0 TO DB2-COMM-COUNT
           END-IF.

       DERIVE-DEATH-CLAIMS.
           MOVE 0 TO DB2-DEATH-TOTAL.
           EXEC SQL
              SELECT COUNT(*), SUM(PAYOUT)
              INTO  :DB2-DEATH-COUNT,
                    :DB2-DEATH-TOTAL :DB2-DEATH-IND
              FROM  GENASA1.DEATHCLAIM
              WHERE STATUS = 'S'
                AND YEAR(SETTLEDDATE) = :DB2-REPORT-YEAR
           END-EXEC.
           IF SQLCODE NOT = 0 OR DB2-DEATH-IND < 0 THEN
              MOVE 0 TO DB2-DEATH-TOTAL
              MOVE 0 TO DB2-DEATH-COUNT
           END-IF.

       DERIVE-MATURITIES.
           MOVE 0 TO DB2-MATURE-TOTAL.
           EXEC SQL
              SELECT COUNT(*), SUM(PROJECTEDVALUE)
              INTO  :DB2-MATURE-COUNT,
                    :DB2-MATURE-TOTAL :DB2-MATURE-IND
              FROM  GENASA1.ENDMATURE
              WHERE YEAR(MATURITYDATE) = :DB2-REPORT-YEAR
           END-EXEC.
           IF SQLCODE NOT = 0 OR DB2-MATURE-IND < 0 THEN
              MOVE 0 TO DB2-MATURE-TOTAL
              MOVE 0 TO DB2-MATURE-COUNT
           END-IF.

       DERIVE-SURRENDERS.
           MOVE 0 TO DB2-SURR-TOTAL.
           EXEC SQL
              SELECT COUNT(*), SUM(SURRENDERVALUE)
              INTO  :DB2-SURR-COUNT,
                    :DB2-SURR-TOTAL :DB2-SURR-IND
              FROM  GENASA1.SURRENDER
              WHERE STATUS = 'S'
                AND YEAR(SURRENDERDATE) = :DB2-REPORT-YEAR
           END-EXEC.
           IF SQLCODE NOT = 0 OR DB2-SURR-IND < 0 THEN
              MOVE 0 TO DB2-SURR-TOTAL
              MOVE 0 TO DB2-SURR-COUNT
           END-IF.

      *----------------------------------------------------------------*
       DISPLAY-SQL-ERROR.

