       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGDB2CMR.
      *    ANNUAL COMPLAINTS RETURN FOR THE SUPERVISORY AUTHORITY.
      *    COUNTS THE COMPLAINTS RECEIVED IN THE YEAR ON SYSIN
      *    (YYYY - DEFAULTS TO LAST YEAR, THE RETURN BEING FILED
      *    AFTER YEAR END) BY CATEGORY AND PRODUCT LINE (THE
      *    POLICYTYPE OF THE POLICY COMPLAINED ABOUT - GENERAL WHEN
      *    THE COMPLAINT NAMES NO POLICY), WITH THE OUTCOME SPLIT
      *    (UPHELD, PARTLY UPHELD, REJECTED, STILL OPEN), HOW MANY
      *    WENT TO THE ANKENAEVNET FOR FORSIKRING AND HOW MANY WERE
      *    ANSWERED AFTER THEIR RESPONSE DEADLINE. A SUBTOTAL PER
      *    CATEGORY AND THE GRAND TOTALS CLOSE THE RETURN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-YEAR-CARD.
           05 WS-CARD-YEAR              PIC 9(4).
       01  WS-TODAY.
           05 WS-TODAY-YEAR   PIC 9999.
           05 WS-TODAY-MONTH  PIC 99.
           05 WS-TODAY-DAY    PIC 99.

       01  DB2-REPORT-YEAR              PIC S9(9) COMP.

       01  WS-FETCH-CATEGORY            PIC X(2).
       01  WS-FETCH-TYPE                PIC X(1).
       01  WS-PREV-CATEGORY             PIC X(2) VALUE SPACES.

      *    ONE SET OF COUNTERS PER LEVEL - THE LINE JUST FETCHED,
      *    THE CATEGORY SUBTOTAL AND THE GRAND TOTAL
       01  WS-LINE-COUNTS.
           05 WS-LIN-RECEIVED           PIC S9(9) COMP.
           05 WS-LIN-UPHELD             PIC S9(9) COMP.
           05 WS-LIN-PARTLY             PIC S9(9) COMP.
           05 WS-LIN-REJECTED           PIC S9(9) COMP.
           05 WS-LIN-OPEN               PIC S9(9) COMP.
           05 WS-LIN-ESCALATED          PIC S9(9) COMP.
           05 WS-LIN-LATE               PIC S9(9) COMP.
       01  WS-CAT-COUNTS.
           05 WS-CAT-RECEIVED           PIC S9(9) COMP VALUE 0.
           05 WS-CAT-UPHELD             PIC S9(9) COMP VALUE 0.
           05 WS-CAT-PARTLY             PIC S9(9) COMP VALUE 0.
           05 WS-CAT-REJECTED           PIC S9(9) COMP VALUE 0.
           05 WS-CAT-OPEN               PIC S9(9) COMP VALUE 0.
           05 WS-CAT-ESCALATED          PIC S9(9) COMP VALUE 0.
           05 WS-CAT-LATE               PIC S9(9) COMP VALUE 0.
       01  WS-TOT-COUNTS.
           05 WS-TOT-RECEIVED           PIC S9(9) COMP VALUE 0.
           05 WS-TOT-UPHELD             PIC S9(9) COMP VALUE 0.
           05 WS-TOT-PARTLY             PIC S9(9) COMP VALUE 0.
           05 WS-TOT-REJECTED           PIC S9(9) COMP VALUE 0.
           05 WS-TOT-OPEN               PIC S9(9) COMP VALUE 0.
           05 WS-TOT-ESCALATED          PIC S9(9) COMP VALUE 0.
           05 WS-TOT-LATE               PIC S9(9) COMP VALUE 0.

       01  WS-PRINT-LINE.
           05 WS-PR-CATEGORY            PIC X(22).
           05 WS-PR-PRODUCT             PIC X(11).
           05 WS-PR-RECEIVED            PIC ZZZZZ9.
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 WS-PR-UPHELD              PIC ZZZZZ9.
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 WS-PR-PARTLY              PIC ZZZZZ9.
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 WS-PR-REJECTED            PIC ZZZZZ9.
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 WS-PR-OPEN                PIC ZZZZZ9.
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 WS-PR-ESCALATED           PIC ZZZZZ9.
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 WS-PR-LATE                PIC ZZZZZ9.

       01  WS-CNT-LINES                 PIC 9(7) VALUE 0.

      * Central run-control (RUNLOG) interface
       01  WS-RUNLOG.
           COPY RUNCPY1.

      * SQLCA DB2 communications area
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    AN ANSWER IS LATE WHEN IT WENT OUT AFTER THE DEADLINE;
      *    AN ESCALATED COMPLAINT KEEPS THE OUTCOME WE GAVE IT.
           EXEC SQL
             DECLARE C1 CURSOR FOR
               SELECT C.CATEGORY,
                      COALESCE(P.POLICYTYPE, ' '),
                      COUNT(*),
                      SUM(CASE WHEN C.OUTCOME = 'U' THEN 1
                               ELSE 0 END),
                      SUM(CASE WHEN C.OUTCOME = 'P' THEN 1
                               ELSE 0 END),
                      SUM(CASE WHEN C.OUTCOME = 'R' THEN 1
                               ELSE 0 END),
                      SUM(CASE WHEN C.STATUS IN ('R', 'A') THEN 1
                               ELSE 0 END),
                      SUM(CASE WHEN C.ESCALATEDDATE IS NOT NULL
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN C.RESOLVEDDATE > C.DEADLINE
                               THEN 1 ELSE 0 END)
               FROM   GENASA1.COMPLAINT C
                      LEFT OUTER JOIN POLICY P
                        ON P.POLICYNUMBER = C.POLICYNUMBER
               WHERE  YEAR(C.RECEIVEDDATE) = :DB2-REPORT-YEAR
               GROUP BY C.CATEGORY, COALESCE(P.POLICYTYPE, ' ')
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
           COMPUTE WS-CARD-YEAR = WS-TODAY-YEAR - 1.
           ACCEPT WS-YEAR-CARD FROM SYSIN.
           IF WS-YEAR-CARD NOT NUMERIC OR
              WS-CARD-YEAR < 1900 THEN
              COMPUTE WS-CARD-YEAR = WS-TODAY-YEAR - 1
           END-IF.
           MOVE WS-CARD-YEAR TO DB2-REPORT-YEAR.

           DISPLAY '------------------------------------------------'.
           DISPLAY 'LGDB2CMR ANNUAL COMPLAINTS RETURN - '
                   WS-CARD-YEAR.
           DISPLAY 'CATEGORY              PRODUCT    RECVD'
                   ' UPHELD PARTLY REJECT   OPEN ANKENV   LATE'.

           PERFORM OPEN-CURSOR.
           PERFORM FETCH-CURSOR.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0

                   ADD 1 TO WS-CNT-LINES
                   IF WS-FETCH-CATEGORY NOT = WS-PREV-CATEGORY AND
                      WS-PREV-CATEGORY NOT = SPACES THEN
                      PERFORM PRINT-CATEGORY-TOTAL
                   END-IF
                   MOVE WS-FETCH-CATEGORY TO WS-PREV-CATEGORY
                   PERFORM ADD-LINE-COUNTS
                   PERFORM PRINT-PRODUCT-LINE
                   PERFORM FETCH-CURSOR
           END-PERFORM.

           PERFORM CLOSE-CURSOR.

           IF WS-PREV-CATEGORY NOT = SPACES THEN
              PERFORM PRINT-CATEGORY-TOTAL
           END-IF.

           DISPLAY '------------------------------------------------'.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE 'ALL COMPLAINTS' TO WS-PR-CATEGORY.
           MOVE 'ALL' TO WS-PR-PRODUCT.
           MOVE WS-TOT-RECEIVED TO WS-PR-RECEIVED.
           MOVE WS-TOT-UPHELD TO WS-PR-UPHELD.
           MOVE WS-TOT-PARTLY TO WS-PR-PARTLY.
           MOVE WS-TOT-REJECTED TO WS-PR-REJECTED.
           MOVE WS-TOT-OPEN TO WS-PR-OPEN.
           MOVE WS-TOT-ESCALATED TO WS-PR-ESCALATED.
           MOVE WS-TOT-LATE TO WS-PR-LATE.
           DISPLAY WS-PRINT-LINE.
           DISPLAY '------------------------------------------------'.

           PERFORM MARK-RUN-ENDED.

           STOP RUN.

       ADD-LINE-COUNTS.
           ADD WS-LIN-RECEIVED TO WS-CAT-RECEIVED WS-TOT-RECEIVED.
           ADD WS-LIN-UPHELD TO WS-CAT-UPHELD WS-TOT-UPHELD.
           ADD WS-LIN-PARTLY TO WS-CAT-PARTLY WS-TOT-PARTLY.
           ADD WS-LIN-REJECTED TO WS-CAT-REJECTED WS-TOT-REJECTED.
           ADD WS-LIN-OPEN TO WS-CAT-OPEN WS-TOT-OPEN.
           ADD WS-LIN-ESCALATED TO WS-CAT-ESCALATED
                                   WS-TOT-ESCALATED.
           ADD WS-LIN-LATE TO WS-CAT-LATE WS-TOT-LATE.

       PRINT-PRODUCT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM SET-CATEGORY-NAME.
           EVALUATE WS-FETCH-TYPE
               WHEN 'M'
                  MOVE 'MOTOR' TO WS-PR-PRODUCT
               WHEN 'H'
                  MOVE 'HOUSE' TO WS-PR-PRODUCT
               WHEN 'C'
                  MOVE 'COMMERCIAL' TO WS-PR-PRODUCT
               WHEN 'E'
                  MOVE 'ENDOWMENT' TO WS-PR-PRODUCT
               WHEN 'T'
                  MOVE 'TRAVEL' TO WS-PR-PRODUCT
               WHEN 'F'
                  MOVE 'FLEET' TO WS-PR-PRODUCT
               WHEN OTHER
                  MOVE 'GENERAL' TO WS-PR-PRODUCT
           END-EVALUATE.
           MOVE WS-LIN-RECEIVED TO WS-PR-RECEIVED.
           MOVE WS-LIN-UPHELD TO WS-PR-UPHELD.
           MOVE WS-LIN-PARTLY TO WS-PR-PARTLY.
           MOVE WS-LIN-REJECTED TO WS-PR-REJECTED.
           MOVE WS-LIN-OPEN TO WS-PR-OPEN.
           MOVE WS-LIN-ESCALATED TO WS-PR-ESCALATED.
           MOVE WS-LIN-LATE TO WS-PR-LATE.
           DISPLAY WS-PRINT-LINE.

       PRINT-CATEGORY-TOTAL.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE '  CATEGORY TOTAL' TO WS-PR-CATEGORY.
           MOVE 'ALL' TO WS-PR-PRODUCT.
           MOVE WS-CAT-RECEIVED TO WS-PR-RECEIVED.
           MOVE WS-CAT-UPHELD TO WS-PR-UPHELD.
           MOVE WS-CAT-PARTLY TO WS-PR-PARTLY.
           MOVE WS-CAT-REJECTED TO WS-PR-REJECTED.
           MOVE WS-CAT-OPEN TO WS-PR-OPEN.
           MOVE WS-CAT-ESCALATED TO WS-PR-ESCALATED.
           MOVE WS-CAT-LATE TO WS-PR-LATE.
           DISPLAY WS-PRINT-LINE.
           INITIALIZE WS-CAT-COUNTS.

       SET-CATEGORY-NAME.
           EVALUATE WS-FETCH-CATEGORY
               WHEN 'CL'
                  MOVE 'CLAIMS HANDLING' TO WS-PR-CATEGORY
               WHEN 'SA'
                  MOVE 'SALE AND ADVICE' TO WS-PR-CATEGORY
               WHEN 'PR'
                  MOVE 'PREMIUM AND PRICE' TO WS-PR-CATEGORY
               WHEN 'CA'
                  MOVE 'CANCELLATION/RENEWAL' TO WS-PR-CATEGORY
               WHEN 'SE'
                  MOVE 'CUSTOMER SERVICE' TO WS-PR-CATEGORY
               WHEN OTHER
                  MOVE 'OTHER' TO WS-PR-CATEGORY
           END-EVALUATE.

      *    THE START CALL DOUBLES AS THE DOUBLE-START GUARD - A ROW
      *    STILL MARKED RUNNING FOR TODAY'S CYCLE STOPS THE JOB.
       MARK-RUN-STARTED.
           MOVE 'LGDB2CMR' TO RUN-JOBNAME.
           MOVE 'S' TO RUN-FUNCTION.
           CALL 'LGRUNLOG' USING WS-RUNLOG.
           IF RUN-RC = 4 THEN
              DISPLAY 'LGDB2CMR ALREADY MARKED RUNNING THIS CYCLE'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF RUN-RC = 6 THEN
              DISPLAY 'LGDB2CMR HELD - PREDECESSOR '
                      RUN-FAILED-PRED ' NOT ENDED CLEANLY'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       MARK-RUN-ENDED.
           MOVE 'E' TO RUN-FUNCTION.
           MOVE WS-CNT-LINES TO RUN-RECORDS-READ.
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
                 INTO :WS-FETCH-CATEGORY,
                      :WS-FETCH-TYPE,
                      :WS-LIN-RECEIVED,
                      :WS-LIN-UPHELD,
                      :WS-LIN-PARTLY,
                      :WS-LIN-REJECTED,
                      :WS-LIN-OPEN,
                      :WS-LIN-ESCALATED,
                      :WS-LIN-LATE
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
           MOVE 'LGDB2CMR' TO ERR-PROGRAM.
           MOVE SPACES TO ERR-PARAGRAPH.
           MOVE SPACES TO ERR-KEY-VALUES.
           MOVE SQLCODE TO ERR-SQLCODE.
           MOVE SQLSTATE TO ERR-SQLSTATE.
           MOVE SQLERRMC TO ERR-SQLERRMC.
           CALL 'LGSQLERR' USING WS-SQLERR.

       END PROGRAM LGDB2CMR.
