       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGDB2RPR.
      *    MONTHLY REPAIRER SPEND REPORT. SUMS THE APPROVED
      *    REPAIRINVOICE ROWS CLMPGMI POSTS FOR THE MONTH ON SYSIN
      *    (YYYYMM - DEFAULTS TO THE CURRENT MONTH) PER REPAIRER:
      *    INVOICES, CLAIMS WORKED, TOTAL SPEND, AVERAGE INVOICED
      *    PER CLAIM, AND THE EFFECTIVE LABOUR RATE BILLED AGAINST
      *    THE RATE AGREED ON THE REPAIRER REGISTER, SO THE CLAIMS
      *    MANAGER CAN SEE WHERE RATES WANT RENEGOTIATING. PARKED
      *    AND REJECTED INVOICES ARE NOT SPEND AND ARE LEFT OUT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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

       01  WS-FETCH-REPAIRERID          PIC X(8).
       01  WS-FETCH-NAME                PIC X(31).
       01  WS-FETCH-TRADE               PIC X(1).
       01  WS-FETCH-RATE                PIC S9(9) COMP.
       01  WS-FETCH-INVOICES            PIC S9(9) COMP.
       01  WS-FETCH-CLAIMS              PIC S9(9) COMP.
       01  WS-FETCH-SPEND               PIC S9(11) COMP.
       01  WS-FETCH-HOURS               PIC S9(9)V9 COMP-3.
       01  WS-FETCH-LABOUR              PIC S9(11) COMP.

       01  WS-AVG-PER-CLAIM             PIC S9(11) COMP.
       01  WS-EFFECTIVE-RATE            PIC S9(9) COMP.

       01  WS-TOT-INVOICES              PIC S9(9) COMP VALUE 0.
       01  WS-TOT-CLAIMS                PIC S9(9) COMP VALUE 0.
       01  WS-TOT-SPEND                 PIC S9(11) COMP VALUE 0.

       01  WS-DISP-INVOICES             PIC ZZZZZ9.
       01  WS-DISP-CLAIMS               PIC ZZZZZ9.
       01  WS-DISP-SPEND                PIC Z(10)9.
       01  WS-DISP-AVERAGE              PIC Z(10)9.
       01  WS-DISP-RATE                 PIC ZZZZ9.
       01  WS-DISP-AGREED               PIC ZZZZ9.
       01  WS-CNT-REPAIRERS             PIC 9(7) VALUE 0.

      * Central run-control (RUNLOG) interface
       01  WS-RUNLOG.
           COPY RUNCPY1.

      * SQLCA DB2 communications area
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    A REPAIRER'S CLAIMS ARE COUNTED ONCE HOWEVER MANY
      *    INVOICES EACH CLAIM DREW, SO THE AVERAGE IS WHAT A CLAIM
      *    COSTS AT THAT REPAIRER, NOT WHAT AN INVOICE COSTS.
           EXEC SQL
             DECLARE C1 CURSOR FOR
               SELECT I.REPAIRERID,
                      R.REPAIRERNAME,
                      R.TRADE,
                      R.LABOURRATE,
                      COUNT(*),
                      COUNT(DISTINCT I.CLAIMNUMBER),
                      SUM(I.AMOUNT),
                      SUM(COALESCE(I.LABOURHOURS, 0)),
                      SUM(COALESCE(I.LABOURAMOUNT, 0))
               FROM   GENASA1.REPAIRINVOICE I,
                      GENASA1.REPAIRER R
               WHERE  R.REPAIRERID = I.REPAIRERID
                 AND  I.STATUS = 'A'
                 AND  YEAR(I.INVOICEDATE) = :DB2-REPORT-YEAR
                 AND  MONTH(I.INVOICEDATE) = :DB2-REPORT-MONTH
               GROUP BY I.REPAIRERID, R.REPAIRERNAME, R.TRADE,
                        R.LABOURRATE
               ORDER BY 7 DESC, 1
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

           DISPLAY '------------------------------------------------'.
           DISPLAY 'LGDB2RPR REPAIRER SPEND - '
                   WS-CARD-YEAR '-' WS-CARD-MONTH.
           DISPLAY 'REPAIRER T INVOICES CLAIMS       SPEND'
                   '  AVG PER CLAIM  RATE BILLED AGREED'.

           PERFORM OPEN-CURSOR.
           PERFORM FETCH-CURSOR.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0

                   ADD 1 TO WS-CNT-REPAIRERS
                   ADD WS-FETCH-INVOICES TO WS-TOT-INVOICES
                   ADD WS-FETCH-CLAIMS TO WS-TOT-CLAIMS
                   ADD WS-FETCH-SPEND TO WS-TOT-SPEND
                   PERFORM PRINT-REPAIRER-LINE
                   PERFORM FETCH-CURSOR
           END-PERFORM.

           PERFORM CLOSE-CURSOR.

           DISPLAY '------------------------------------------------'.
           MOVE WS-TOT-INVOICES TO WS-DISP-INVOICES.
           MOVE WS-TOT-CLAIMS TO WS-DISP-CLAIMS.
           MOVE WS-TOT-SPEND TO WS-DISP-SPEND.
           MOVE 0 TO WS-AVG-PER-CLAIM.
           IF WS-TOT-CLAIMS > 0 THEN
              COMPUTE WS-AVG-PER-CLAIM ROUNDED =
                      WS-TOT-SPEND / WS-TOT-CLAIMS
           END-IF.
           MOVE WS-AVG-PER-CLAIM TO WS-DISP-AVERAGE.
           DISPLAY 'TOTALS FOR THE MONTH'.
           DISPLAY '  REPAIRERS USED.......: ' WS-CNT-REPAIRERS.
           DISPLAY '  INVOICES APPROVED....: ' WS-DISP-INVOICES.
           DISPLAY '  CLAIM-REPAIRS........: ' WS-DISP-CLAIMS.
           DISPLAY '  REPAIRER SPEND.......: ' WS-DISP-SPEND.
           DISPLAY '  AVERAGE PER CLAIM....: ' WS-DISP-AVERAGE.
           DISPLAY '------------------------------------------------'.

           PERFORM MARK-RUN-ENDED.

           STOP RUN.

      *    THE BILLED RATE IS LABOUR AMOUNT OVER LABOUR HOURS - A
      *    REPAIRER WITH NO HOURS BILLED SHOWS ZERO.
       PRINT-REPAIRER-LINE.
           MOVE 0 TO WS-AVG-PER-CLAIM.
           IF WS-FETCH-CLAIMS > 0 THEN
              COMPUTE WS-AVG-PER-CLAIM ROUNDED =
                      WS-FETCH-SPEND / WS-FETCH-CLAIMS
           END-IF.
           MOVE 0 TO WS-EFFECTIVE-RATE.
           IF WS-FETCH-HOURS > 0 THEN
              COMPUTE WS-EFFECTIVE-RATE ROUNDED =
                      WS-FETCH-LABOUR / WS-FETCH-HOURS
           END-IF.
           MOVE WS-FETCH-INVOICES TO WS-DISP-INVOICES.
           MOVE WS-FETCH-CLAIMS TO WS-DISP-CLAIMS.
           MOVE WS-FETCH-SPEND TO WS-DISP-SPEND.
           MOVE WS-AVG-PER-CLAIM TO WS-DISP-AVERAGE.
           MOVE WS-EFFECTIVE-RATE TO WS-DISP-RATE.
           MOVE WS-FETCH-RATE TO WS-DISP-AGREED.
           DISPLAY WS-FETCH-REPAIRERID ' ' WS-FETCH-TRADE '  '
                   WS-DISP-INVOICES ' ' WS-DISP-CLAIMS ' '
                   WS-DISP-SPEND '  ' WS-DISP-AVERAGE '  '
                   WS-DISP-RATE '  ' WS-DISP-AGREED.
           DISPLAY '         ' WS-FETCH-NAME.

      *    THE START CALL DOUBLES AS THE DOUBLE-START GUARD - A ROW
      *    STILL MARKED RUNNING FOR TODAY'S CYCLE STOPS THE JOB.
       MARK-RUN-STARTED.
           MOVE 'LGDB2RPR' TO RUN-JOBNAME.
           MOVE 'S' TO RUN-FUNCTION.
           CALL 'LGRUNLOG' USING WS-RUNLOG.
           IF RUN-RC = 4 THEN
              DISPLAY 'LGDB2RPR ALREADY MARKED RUNNING THIS CYCLE'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF RUN-RC = 6 THEN
              DISPLAY 'LGDB2RPR HELD - PREDECESSOR '
                      RUN-FAILED-PRED ' NOT ENDED CLEANLY'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       MARK-RUN-ENDED.
           MOVE 'E' TO RUN-FUNCTION.
           MOVE WS-CNT-REPAIRERS TO RUN-RECORDS-READ.
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
                 INTO :WS-FETCH-REPAIRERID,
                      :WS-FETCH-NAME,
                      :WS-FETCH-TRADE,
                      :WS-FETCH-RATE,
                      :WS-FETCH-INVOICES,
                      :WS-FETCH-CLAIMS,
                      :WS-FETCH-SPEND,
                      :WS-FETCH-HOURS,
                      :WS-FETCH-LABOUR
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
       DISPLAY-SQL-ERROR.

           DISPLAY 'SQLERROR'
           DISPLAY 'SQLCODE  ' SQLCODE
           DISPLAY 'SQLSTATE ' SQLSTATE.
           MOVE 'LGDB2RPR' TO ERR-PROGRAM.
           MOVE SPACES TO ERR-PARAGRAPH.
           MOVE SPACES TO ERR-KEY-VALUES.
           MOVE SQLCODE TO ERR-SQLCODE.
           MOVE SQLSTATE TO ERR-SQLSTATE.
           MOVE SQLERRMC TO ERR-SQLERRMC.
           CALL 'LGSQLERR' USING WS-SQLERR.

       END PROGRAM LGDB2RPR.
