       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGDB2FPR.
      *    MONTHLY RENEWAL FAIR-PRICING REPORT FOR COMPLIANCE. FOR
      *    THE RENEWAL MONTH ON SYSIN (YYYYMM - DEFAULTS TO THE
      *    CURRENT MONTH) SUMMARISES THE FAIRPRICE CHECKS LGDB2REN
      *    RECORDS WHEN IT PRICES EACH RENEWAL OFFER A SECOND TIME
      *    AS NEW BUSINESS: PER POLICY TYPE AND TENURE BAND, THE
      *    RENEWALS CHECKED, HOW MANY WERE CAPPED AT THE
      *    NEW-BUSINESS PRICE AND BY HOW MUCH IN TOTAL, AND HOW
      *    MANY WERE ONLY FLAGGED (FAIRPRCAP SET TO FLAG) WITH THE
      *    AMOUNT THEY STAND ABOVE NEW BUSINESS - THE EVIDENCE THAT
      *    RENEWALS ARE NO DEARER THAN NEW BUSINESS.
      *    TENURE BANDS: 1 = UP TO 1 YEAR, 2 = 2-3, 3 = 4-5,
      *    4 = 6-9, 5 = 10 YEARS AND MORE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-MONTH-CARD.
           05 WS-CARD-YEAR              PIC 9(4).
           05 WS-CARD-MONTH             PIC 9(2).
       01  WS-TODAY.
           05 WS-TODAY-YEAR   PIC 9999.
           05 WS-TODAY-MONTH  PIC 99.
           05 WS-TODAY-DAY    PIC 99.

       01  DB2-REPORT-YEAR              PIC S9(9) COMP.
       01  DB2-REPORT-MONTH             PIC S9(9) COMP.

       01  WS-FETCH-TYPE                PIC X(1).
       01  WS-FETCH-BAND                PIC S9(4) COMP.
       01  WS-FETCH-CHECKED             PIC S9(9) COMP.
       01  WS-FETCH-CAPPED              PIC S9(9) COMP.
       01  WS-FETCH-CAP-AMOUNT          PIC S9(9)V99 COMP-3.
       01  WS-FETCH-FLAGGED             PIC S9(9) COMP.
       01  WS-FETCH-OVER-AMOUNT         PIC S9(9)V99 COMP-3.

       01  WS-BAND-TEXT                 PIC X(6).
       01  WS-DISP-CHECKED              PIC ZZZZZ9.
       01  WS-DISP-CAPPED               PIC ZZZZZ9.
       01  WS-DISP-CAP-AMOUNT           PIC ZZZZZZZZ9,99.
       01  WS-DISP-FLAGGED              PIC ZZZZZ9.
       01  WS-DISP-OVER-AMOUNT          PIC ZZZZZZZZ9,99.

       01  WS-TOT-CHECKED               PIC S9(9) COMP VALUE 0.
       01  WS-TOT-CAPPED                PIC S9(9) COMP VALUE 0.
       01  WS-TOT-CAP-AMOUNT            PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-TOT-FLAGGED               PIC S9(9) COMP VALUE 0.
       01  WS-TOT-OVER-AMOUNT           PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-CNT-GROUPS                PIC 9(7) VALUE 0.

      * Central run-control (RUNLOG) interface
       01  WS-RUNLOG.
           COPY RUNCPY1.

      * SQLCA DB2 communications area
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             DECLARE C1 CURSOR FOR
               SELECT POLICYTYPE,
                      CASE WHEN TENUREYEARS <= 1 THEN 1
                           WHEN TENUREYEARS <= 3 THEN 2
                           WHEN TENUREYEARS <= 5 THEN 3
                           WHEN TENUREYEARS <= 9 THEN 4
                           ELSE 5 END,
                      COUNT(*),
                      SUM(CASE WHEN ACTION = 'C' THEN 1 ELSE 0 END),
                      SUM(CASE WHEN ACTION = 'C'
                               THEN OFFERPREMIUM - FINALPREMIUM
                               ELSE 0 END),
                      SUM(CASE WHEN ACTION = 'F' THEN 1 ELSE 0 END),
                      SUM(CASE WHEN ACTION = 'F'
                               THEN OFFERPREMIUM - NBPREMIUM
                               ELSE 0 END)
               FROM   GENASA1.FAIRPRICE
               WHERE  YEAR(RENEWALDATE) = :DB2-REPORT-YEAR
                 AND  MONTH(RENEWALDATE) = :DB2-REPORT-MONTH
               GROUP BY POLICYTYPE,
                      CASE WHEN TENUREYEARS <= 1 THEN 1
                           WHEN TENUREYEARS <= 3 THEN 2
                           WHEN TENUREYEARS <= 5 THEN 3
                           WHEN TENUREYEARS <= 9 THEN 4
                           ELSE 5 END
               ORDER BY 1, 2
           END-EXEC.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.
       MAIN.

           PERFORM MARK-RUN-STARTED.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY-YEAR TO WS-CARD-YEAR.
           MOVE WS-TODAY-MONTH TO WS-CARD-MONTH.
           ACCEPT WS-MONTH-CARD FROM SYSIN.
           IF WS-MONTH-CARD NOT NUMERIC OR
              WS-CARD-MONTH < 1 OR WS-CARD-MONTH > 12 THEN
              MOVE WS-TODAY-YEAR TO WS-CARD-YEAR
              MOVE WS-TODAY-MONTH TO WS-CARD-MONTH
           END-IF.
           MOVE WS-CARD-YEAR TO DB2-REPORT-YEAR.
           MOVE WS-CARD-MONTH TO DB2-REPORT-MONTH.

           DISPLAY '------------------------------------------------'
                   '--------------------'.
           DISPLAY 'LGDB2FPR RENEWAL FAIR PRICING - '
                   WS-CARD-YEAR '-' WS-CARD-MONTH.
           DISPLAY 'TYPE TENURE CHECKED CAPPED   CAPPED BY '
                   'FLAGGED    OVER NB BY'.

           PERFORM OPEN-CURSOR.
           PERFORM FETCH-CURSOR.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0

                   ADD 1 TO WS-CNT-GROUPS
                   PERFORM REPORT-ONE-GROUP
                   PERFORM FETCH-CURSOR
           END-PERFORM.

           PERFORM CLOSE-CURSOR.

           PERFORM REPORT-TOTALS.

           DISPLAY '------------------------------------------------'
                   '--------------------'.

           PERFORM MARK-RUN-ENDED.

           STOP RUN.

      *    THE START CALL DOUBLES AS THE DOUBLE-START GUARD - A ROW
      *    STILL MARKED RUNNING FOR TODAY'S CYCLE STOPS THE JOB.
       MARK-RUN-STARTED.
           MOVE 'LGDB2FPR' TO RUN-JOBNAME.
           MOVE 'S' TO RUN-FUNCTION.
           CALL 'LGRUNLOG' USING WS-RUNLOG.
           IF RUN-RC = 4 THEN
              DISPLAY 'LGDB2FPR ALREADY MARKED RUNNING THIS CYCLE'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF RUN-RC = 6 THEN
              DISPLAY 'LGDB2FPR HELD - PREDECESSOR '
                      RUN-FAILED-PRED ' NOT ENDED CLEANLY'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       MARK-RUN-ENDED.
           MOVE 'E' TO RUN-FUNCTION.
           MOVE WS-TOT-CHECKED TO RUN-RECORDS-READ.
           MOVE 0 TO RUN-RECORDS-WRITTEN.
           MOVE 0 TO RUN-RECORDS-REJECTED.
           MOVE RETURN-CODE TO RUN-RETURN-CODE.
           CALL 'LGRUNLOG' USING WS-RUNLOG.

      *----------------------------------------------------------------*
       OPEN-CURSOR.

            EXEC SQL OPEN C1 END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       FETCH-CURSOR.

             EXEC SQL
                 FETCH C1
                 INTO :WS-FETCH-TYPE,
                      :WS-FETCH-BAND,
                      :WS-FETCH-CHECKED,
                      :WS-FETCH-CAPPED,
                      :WS-FETCH-CAP-AMOUNT,
                      :WS-FETCH-FLAGGED,
                      :WS-FETCH-OVER-AMOUNT
             END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       CLOSE-CURSOR.

            EXEC SQL CLOSE C1 END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
           END-IF.

      *----------------------------------------------------------------*
       REPORT-ONE-GROUP.
           EVALUATE WS-FETCH-BAND
               WHEN 1
                  MOVE ' 0-1  ' TO WS-BAND-TEXT
               WHEN 2
                  MOVE ' 2-3  ' TO WS-BAND-TEXT
               WHEN 3
                  MOVE ' 4-5  ' TO WS-BAND-TEXT
               WHEN 4
                  MOVE ' 6-9  ' TO WS-BAND-TEXT
               WHEN OTHER
                  MOVE ' 10 + ' TO WS-BAND-TEXT
           END-EVALUATE.
           MOVE WS-FETCH-CHECKED TO WS-DISP-CHECKED.
           MOVE WS-FETCH-CAPPED TO WS-DISP-CAPPED.
           MOVE WS-FETCH-CAP-AMOUNT TO WS-DISP-CAP-AMOUNT.
           MOVE WS-FETCH-FLAGGED TO WS-DISP-FLAGGED.
           MOVE WS-FETCH-OVER-AMOUNT TO WS-DISP-OVER-AMOUNT.
           DISPLAY '  ' WS-FETCH-TYPE '  ' WS-BAND-TEXT
                   WS-DISP-CHECKED ' ' WS-DISP-CAPPED ' '
                   WS-DISP-CAP-AMOUNT ' ' WS-DISP-FLAGGED ' '
                   WS-DISP-OVER-AMOUNT.

           ADD WS-FETCH-CHECKED TO WS-TOT-CHECKED.
           ADD WS-FETCH-CAPPED TO WS-TOT-CAPPED.
           ADD WS-FETCH-CAP-AMOUNT TO WS-TOT-CAP-AMOUNT.
           ADD WS-FETCH-FLAGGED TO WS-TOT-FLAGGED.
           ADD WS-FETCH-OVER-AMOUNT TO WS-TOT-OVER-AMOUNT.

       REPORT-TOTALS.
           MOVE WS-TOT-CHECKED TO WS-DISP-CHECKED.
           MOVE WS-TOT-CAPPED TO WS-DISP-CAPPED.
           MOVE WS-TOT-CAP-AMOUNT TO WS-DISP-CAP-AMOUNT.
           MOVE WS-TOT-FLAGGED TO WS-DISP-FLAGGED.
           MOVE WS-TOT-OVER-AMOUNT TO WS-DISP-OVER-AMOUNT.
           DISPLAY 'TOTAL      '
                   WS-DISP-CHECKED ' ' WS-DISP-CAPPED ' '
                   WS-DISP-CAP-AMOUNT ' ' WS-DISP-FLAGGED ' '
                   WS-DISP-OVER-AMOUNT.

      *----------------------------------------------------------------*
       DISPLAY-SQL-ERROR.

           DISPLAY 'SQLERROR'
           DISPLAY 'SQLCODE  ' SQLCODE
           DISPLAY 'SQLSTATE ' SQLSTATE.
           MOVE 'LGDB2FPR' TO ERR-PROGRAM.
           MOVE SPACES TO ERR-PARAGRAPH.
           MOVE SPACES TO ERR-KEY-VALUES.
           MOVE SQLCODE TO ERR-SQLCODE.
           MOVE SQLSTATE TO ERR-SQLSTATE.
           MOVE SQLERRMC TO ERR-SQLERRMC.
           CALL 'LGSQLERR' USING WS-SQLERR.

       END PROGRAM LGDB2FPR.
