       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGDB2DUN.
      *    DUNNING (RYKKER) CYCLE FOR UNPAID PREMIUM, RUN BETWEEN
      *    LGDB2PAY'S PAYMENT MATCHING AND THE LGDB2LTR SERVICE
      *    RUN. EVERY OPEN INVOICE PAST ITS DUE DATE WALKS THREE
      *    STEPS, ONE STEP PER RUN AT MOST, EACH COUNTED IN
      *    BUSINESS DAYS THROUGH LGBUSDAY AND RECORDED ON THE
      *    DUNNING TABLE:
      *      1 - FIRST REMINDER ('RM1') WHEN THE FIRST-REMINDER
      *          DAYS HAVE PASSED SINCE THE DUE DATE;
      *      2 - SECOND REMINDER ('RM2') THE REMINDER-INTERVAL
      *          DAYS LATER, WITH THE REMINDER FEE THE INTEREST
      *          ACT ALLOWS RAISED AS ITS OWN OPEN INVOICE
      *          (DUNNING.FEEINVOICE) SO LGDB2LED POSTS IT TO THE
      *          CUSTOMER LEDGER AS A 'FEE' ITEM;
      *      3 - FINAL WARNING ('RM3') A FURTHER INTERVAL LATER,
      *          STATING THE LAPSE DATE - THE NOTICE-PERIOD DAYS
      *          AHEAD. LGDB2PAY LAPSES THE POLICY ONLY ONCE THIS
      *          WARNING HAS GONE OUT AND THE LAPSE DATE HAS COME.
      *    THE LETTERS ARE QUEUED ON LETTERQUEUE FOR LGDB2LTR. A
      *    REMINDER-FEE INVOICE IS NEVER DUNNED ITSELF, NOR IS AN
      *    INSTALMENT OF A PAYMENT ARRANGEMENT (ACCPGMA) STILL
      *    BEING KEPT - ONE LGDB2PAY HAS BROKEN IS DUNNED AFRESH.
      *    SYSIN: FIRST-REMINDER DAYS (1-3), REMINDER INTERVAL
      *    (4-6), NOTICE PERIOD (7-9), FEE IN WHOLE KRONER (10-12).
      *    DEFAULTS 005/010/010/100. THE INTEREST ACT CAPS THE FEE
      *    AT 100 AND WANTS AT LEAST 10 DAYS BETWEEN REMINDERS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-DUNNING-CARD.
           05 WS-CARD-FIRST-DAYS        PIC 9(3).
           05 WS-CARD-INTERVAL-DAYS     PIC 9(3).
           05 WS-CARD-NOTICE-DAYS       PIC 9(3).
           05 WS-CARD-FEE               PIC 9(3).
       01  WS-FIRST-DAYS                PIC 9(3) VALUE 5.
       01  WS-INTERVAL-DAYS             PIC 9(3) VALUE 10.
       01  WS-NOTICE-DAYS               PIC 9(3) VALUE 10.
       01  WS-REMINDER-FEE              PIC S9(9) COMP VALUE 100.

       01  WS-TODAY.
           05 WS-TODAY-YEAR   PIC 9999.
           05 WS-TODAY-MONTH  PIC 99.
           05 WS-TODAY-DAY    PIC 99.
       01  WS-RUN-DATE-ISO              PIC X(10).

       01  WS-INVOICENUMBER             PIC S9(9) COMP.
       01  WS-POLICYNUMBER              PIC S9(9) COMP.
       01  WS-CUSTOMERNUMBER            PIC S9(9) COMP.
       01  WS-DUEDATE                   PIC X(10).
       01  WS-INV-AMOUNT                PIC S9(9) COMP.
       01  WS-STAGE                     PIC S9(4) COMP.
       01  WS-STAGEDATE                 PIC X(10).
       01  WS-FEE-OWED                  PIC S9(9) COMP.

       01  WS-STEP-BASE                 PIC X(10).
       01  WS-STEP-DAYS                 PIC 9(3).
       01  WS-STEP-DATE                 PIC X(10).
       01  WS-LAPSE-DATE                PIC X(10).
       01  WS-FEE-DUEDATE               PIC X(10).
       01  WS-NEXT-INVOICE              PIC S9(9) COMP.
       01  WS-FEE-INVOICE               PIC S9(9) COMP.

       01  WS-QUEUEID                   PIC S9(9) COMP.
       01  WS-LETTER-TYPE               PIC X(3).
       01  WS-LETTER-DATE               PIC X(10).
       01  WS-LETTER-AMOUNT             PIC S9(9) COMP.

      * Business-day calendar service interface
       01  WS-CALENDAR.
           COPY CALCPY1.

       01  WS-CNT-READ                  PIC 9(7) VALUE 0.
       01  WS-CNT-FIRST                 PIC 9(7) VALUE 0.
       01  WS-CNT-SECOND                PIC 9(7) VALUE 0.
       01  WS-CNT-FINAL                 PIC 9(7) VALUE 0.
       01  WS-CNT-FEES                  PIC 9(7) VALUE 0.
       01  WS-CNT-ERRORS                PIC 9(7) VALUE 0.

      *    PERIODIC COMMIT SO THE JOB DOES NOT HOLD LOCKS AND LOG
      *    SPACE FOR THE FULL LENGTH OF THE RUN.
       01  WS-COMMIT-INTERVAL           PIC S9(9) COMP VALUE 1000.
       01  WS-ROWS-SINCE-COMMIT         PIC S9(9) COMP VALUE 0.

      * Central run-control (RUNLOG) interface
       01  WS-RUNLOG.
           COPY RUNCPY1.

      * SQLCA DB2 communications area
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    OVERDUE OPEN INVOICES WITH THE DUNNING STEP EACH HAS
      *    REACHED (0 = NONE YET) AND ANY REMINDER FEE STILL OPEN
      *    AGAINST IT. REMINDER-FEE INVOICES THEMSELVES ARE LEFT
      *    OUT.
           EXEC SQL
             DECLARE C1 CURSOR WITH HOLD FOR
               SELECT I.INVOICENUMBER, I.POLICYNUMBER,
                      I.CUSTOMERNUMBER, I.DUEDATE, I.AMOUNT,
                      COALESCE(D.STAGE, 0),
                      COALESCE(CHAR(D.STAGEDATE, ISO), ' '),
                      COALESCE(F.AMOUNT, 0)
               FROM   GENASA1.INVOICE I
                      LEFT OUTER JOIN GENASA1.DUNNING D
                        ON D.INVOICENUMBER = I.INVOICENUMBER
                      LEFT OUTER JOIN GENASA1.INVOICE F
                        ON F.INVOICENUMBER = D.FEEINVOICE
                       AND F.STATUS = 'O'
               WHERE  I.STATUS = 'O'
                 AND  I.DUEDATE < CURRENT DATE
                 AND  NOT EXISTS
                      (SELECT 1 FROM GENASA1.DUNNING X
                        WHERE X.FEEINVOICE = I.INVOICENUMBER)
                 AND  NOT EXISTS
                      (SELECT 1 FROM GENASA1.PAYARRLINE L,
                                     GENASA1.PAYARRANGE A
                        WHERE L.INVOICENUMBER = I.INVOICENUMBER
                          AND L.LINETYPE = 'I'
                          AND A.ARRANGEID = L.ARRANGEID
                          AND A.STATUS = 'L')
               ORDER BY I.DUEDATE, I.INVOICENUMBER
           END-EXEC.

      * Number-range allocation through NUMPGM1
       01  WS-NUM.
           COPY NUMCPY1.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.
       MAIN.

           PERFORM MARK-RUN-STARTED.

           MOVE SPACES TO WS-DUNNING-CARD.
           ACCEPT WS-DUNNING-CARD FROM SYSIN.
           IF WS-CARD-FIRST-DAYS NUMERIC AND
              WS-CARD-FIRST-DAYS > 0 THEN
              MOVE WS-CARD-FIRST-DAYS TO WS-FIRST-DAYS
           END-IF.
           IF WS-CARD-INTERVAL-DAYS NUMERIC AND
              WS-CARD-INTERVAL-DAYS >= 10 THEN
              MOVE WS-CARD-INTERVAL-DAYS TO WS-INTERVAL-DAYS
           END-IF.
           IF WS-CARD-NOTICE-DAYS NUMERIC AND
              WS-CARD-NOTICE-DAYS > 0 THEN
              MOVE WS-CARD-NOTICE-DAYS TO WS-NOTICE-DAYS
           END-IF.
           IF WS-CARD-FEE NUMERIC THEN
              MOVE WS-CARD-FEE TO WS-REMINDER-FEE
              IF WS-REMINDER-FEE > 100 THEN
                 MOVE 100 TO WS-REMINDER-FEE
              END-IF
           END-IF.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-RUN-DATE-ISO.
           STRING WS-TODAY-YEAR '-' WS-TODAY-MONTH '-' WS-TODAY-DAY
                  DELIMITED BY SIZE INTO WS-RUN-DATE-ISO.

           PERFORM OPEN-CURSOR.
           PERFORM FETCH-CURSOR.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0

                   ADD 1 TO WS-CNT-READ
                   PERFORM DUN-ONE-INVOICE THRU DUN-ONE-INVOICE-EXIT
                   PERFORM COMMIT-CHECKPOINT
                   PERFORM FETCH-CURSOR
           END-PERFORM.

           PERFORM CLOSE-CURSOR.

           EXEC SQL COMMIT END-EXEC.

           PERFORM DISPLAY-SUMMARY.

           PERFORM MARK-RUN-ENDED.

           STOP RUN.

      *    THE START CALL DOUBLES AS THE DOUBLE-START GUARD - A ROW
      *    STILL MARKED RUNNING FOR TODAY'S CYCLE STOPS THE JOB.
       MARK-RUN-STARTED.
           MOVE 'LGDB2DUN' TO RUN-JOBNAME.
           MOVE 'S' TO RUN-FUNCTION.
           CALL 'LGRUNLOG' USING WS-RUNLOG.
           IF RUN-RC = 4 THEN
              DISPLAY 'LGDB2DUN ALREADY MARKED RUNNING THIS CYCLE'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF RUN-RC = 6 THEN
              DISPLAY 'LGDB2DUN HELD - PREDECESSOR '
                      RUN-FAILED-PRED ' NOT ENDED CLEANLY'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       MARK-RUN-ENDED.
           MOVE 'E' TO RUN-FUNCTION.
           MOVE WS-CNT-READ TO RUN-RECORDS-READ.
           COMPUTE RUN-RECORDS-WRITTEN =
                   WS-CNT-FIRST + WS-CNT-SECOND + WS-CNT-FINAL.
           MOVE WS-CNT-ERRORS TO RUN-RECORDS-REJECTED.
           MOVE RETURN-CODE TO RUN-RETURN-CODE.
           CALL 'LGRUNLOG' USING WS-RUNLOG.

       COMMIT-CHECKPOINT.
           ADD 1 TO WS-ROWS-SINCE-COMMIT.
           IF WS-ROWS-SINCE-COMMIT >= WS-COMMIT-INTERVAL THEN
              EXEC SQL COMMIT END-EXEC
              MOVE 0 TO WS-ROWS-SINCE-COMMIT
           END-IF.

      *----------------------------------------------------------------*
       OPEN-CURSOR.

            EXEC SQL OPEN C1 END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              MOVE 16 TO RETURN-CODE
              PERFORM MARK-RUN-ENDED
              STOP RUN
           END-IF.

       FETCH-CURSOR.

             EXEC SQL
                 FETCH C1
                 INTO :WS-INVOICENUMBER,
                      :WS-POLICYNUMBER,
                      :WS-CUSTOMERNUMBER,
                      :WS-DUEDATE,
                      :WS-INV-AMOUNT,
                      :WS-STAGE,
                      :WS-STAGEDATE,
                      :WS-FEE-OWED
             END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              MOVE 16 TO RETURN-CODE
           END-IF.

       CLOSE-CURSOR.

            EXEC SQL CLOSE C1 END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
           END-IF.

      *----------------------------------------------------------------*
      *    THE NEXT STEP IS DUE WHEN ITS BUSINESS-DAY COUNT FROM THE
      *    DUE DATE (STEP 1) OR FROM THE LAST STEP (STEPS 2 AND 3)
      *    HAS RUN OUT. AN INVOICE ON ITS FINAL WARNING IS LEFT TO
      *    LGDB2PAY.
       DUN-ONE-INVOICE.
           EVALUATE WS-STAGE
               WHEN 0
                  MOVE WS-DUEDATE TO WS-STEP-BASE
                  MOVE WS-FIRST-DAYS TO WS-STEP-DAYS
               WHEN 1
               WHEN 2
                  MOVE WS-STAGEDATE TO WS-STEP-BASE
                  MOVE WS-INTERVAL-DAYS TO WS-STEP-DAYS
               WHEN OTHER
                  GO TO DUN-ONE-INVOICE-EXIT
           END-EVALUATE.

           MOVE WS-STEP-BASE TO CAL-DATE.
           MOVE WS-STEP-DAYS TO CAL-DAYS.
           PERFORM ADD-BUSINESS-DAYS.
           IF CAL-RC NOT = 0 THEN
              GO TO DUN-ONE-INVOICE-EXIT
           END-IF.
           MOVE CAL-RESULT-DATE TO WS-STEP-DATE.
           IF WS-STEP-DATE > WS-RUN-DATE-ISO THEN
              GO TO DUN-ONE-INVOICE-EXIT
           END-IF.

           EVALUATE WS-STAGE
               WHEN 0
                  PERFORM SEND-FIRST-REMINDER
               WHEN 1
                  PERFORM SEND-SECOND-REMINDER
               WHEN 2
                  PERFORM SEND-FINAL-WARNING
           END-EVALUATE.

       DUN-ONE-INVOICE-EXIT.
           EXIT.

       ADD-BUSINESS-DAYS.
           MOVE 'A' TO CAL-FUNCTION.
           CALL 'LGBUSDAY' USING WS-CALENDAR.
           IF CAL-RC NOT = 0 THEN
              DISPLAY 'LGDB2DUN - LGBUSDAY RC ' CAL-RC
                      ' FOR INVOICE ' WS-INVOICENUMBER
              ADD 1 TO WS-CNT-ERRORS
           END-IF.

      *----------------------------------------------------------------*
       SEND-FIRST-REMINDER.
           EXEC SQL
              INSERT INTO GENASA1.DUNNING
                        ( INVOICENUMBER,
                          POLICYNUMBER,
                          CUSTOMERNUMBER,
                          STAGE,
                          STAGEDATE,
                          FEEINVOICE,
                          LAPSEDATE )
                 VALUES ( :WS-INVOICENUMBER,
                          :WS-POLICYNUMBER,
                          :WS-CUSTOMERNUMBER,
                          1,
                          :WS-RUN-DATE-ISO,
                          NULL,
                          NULL )
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              ADD 1 TO WS-CNT-ERRORS
           ELSE
              MOVE 'RM1' TO WS-LETTER-TYPE
              MOVE WS-DUEDATE TO WS-LETTER-DATE
              MOVE WS-INV-AMOUNT TO WS-LETTER-AMOUNT
              PERFORM QUEUE-DUNNING-LETTER
              ADD 1 TO WS-CNT-FIRST
           END-IF.

      *    THE FEE FALLS DUE WITH THE FINAL WARNING, SO A CUSTOMER
      *    WHO PAYS EVERYTHING BEFORE THEN NEVER SEES IT DUNNED.
      *    A FEE THAT CANNOT BE RAISED LEAVES THE INVOICE AT STAGE
      *    1, SO THE NEXT RUN SENDS THE SECOND REMINDER WITH ITS FEE
      *    RATHER THAN THIS ONE SENDING IT WITHOUT.
       SEND-SECOND-REMINDER.
           MOVE 0 TO WS-FEE-INVOICE.
           IF WS-REMINDER-FEE > 0 THEN
              PERFORM RAISE-REMINDER-FEE
           END-IF.

           IF WS-REMINDER-FEE > 0 AND WS-FEE-INVOICE = 0 THEN
              ADD 1 TO WS-CNT-ERRORS
           ELSE
              PERFORM RECORD-SECOND-REMINDER
           END-IF.

       RECORD-SECOND-REMINDER.
           IF WS-FEE-INVOICE > 0 THEN
              EXEC SQL
                 UPDATE GENASA1.DUNNING
                 SET    STAGE = 2,
                        STAGEDATE = :WS-RUN-DATE-ISO,
                        FEEINVOICE = :WS-FEE-INVOICE
                 WHERE  INVOICENUMBER = :WS-INVOICENUMBER
              END-EXEC
           ELSE
              EXEC SQL
                 UPDATE GENASA1.DUNNING
                 SET    STAGE = 2,
                        STAGEDATE = :WS-RUN-DATE-ISO
                 WHERE  INVOICENUMBER = :WS-INVOICENUMBER
              END-EXEC
           END-IF.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              ADD 1 TO WS-CNT-ERRORS
           ELSE
              MOVE 'RM2' TO WS-LETTER-TYPE
              MOVE WS-DUEDATE TO WS-LETTER-DATE
              IF WS-FEE-INVOICE > 0 THEN
                 COMPUTE WS-LETTER-AMOUNT =
                         WS-INV-AMOUNT + WS-REMINDER-FEE
              ELSE
                 MOVE WS-INV-AMOUNT TO WS-LETTER-AMOUNT
              END-IF
              PERFORM QUEUE-DUNNING-LETTER
              ADD 1 TO WS-CNT-SECOND
           END-IF.

       RAISE-REMINDER-FEE.
           MOVE WS-RUN-DATE-ISO TO CAL-DATE.
           MOVE WS-INTERVAL-DAYS TO CAL-DAYS.
           PERFORM ADD-BUSINESS-DAYS.
           IF CAL-RC NOT = 0 THEN
              MOVE WS-RUN-DATE-ISO TO WS-FEE-DUEDATE
           ELSE
              MOVE CAL-RESULT-DATE TO WS-FEE-DUEDATE
           END-IF.

           MOVE 'INVOICE' TO NUM-KEY-TYPE.
           MOVE 1 TO NUM-COUNT.
           CALL 'NUMPGM1' USING WS-NUM.
           MOVE NUM-FIRST TO WS-NEXT-INVOICE.
           IF NUM-RC NOT = 0 THEN
              DISPLAY 'LGDB2DUN - NO INVOICE NUMBER FOR THE FEE, '
                      'NUMPGM1 RC ' NUM-RC
           ELSE
              EXEC SQL
                 INSERT INTO GENASA1.INVOICE
                           ( INVOICENUMBER,
                             POLICYNUMBER,
                             CUSTOMERNUMBER,
                             DUEDATE,
                             AMOUNT,
                             STATUS,
                             PAIDDATE )
                    VALUES ( :WS-NEXT-INVOICE,
                             :WS-POLICYNUMBER,
                             :WS-CUSTOMERNUMBER,
                             :WS-FEE-DUEDATE,
                             :WS-REMINDER-FEE,
                             'O',
                             NULL )
              END-EXEC
              IF SQLCODE NOT = 0 THEN
                 PERFORM DISPLAY-SQL-ERROR
              ELSE
                 MOVE WS-NEXT-INVOICE TO WS-FEE-INVOICE
                 ADD 1 TO WS-CNT-FEES
              END-IF
           END-IF.

      *    THE LAPSE DATE IS STATED ON THE WARNING AND RECORDED ON
      *    THE DUNNING ROW - LGDB2PAY LAPSES ON NOTHING EARLIER.
       SEND-FINAL-WARNING.
           MOVE WS-RUN-DATE-ISO TO CAL-DATE.
           MOVE WS-NOTICE-DAYS TO CAL-DAYS.
           PERFORM ADD-BUSINESS-DAYS.
           IF CAL-RC = 0 THEN
              MOVE CAL-RESULT-DATE TO WS-LAPSE-DATE
              PERFORM RECORD-FINAL-WARNING
           END-IF.

       RECORD-FINAL-WARNING.
           EXEC SQL
              UPDATE GENASA1.DUNNING
              SET    STAGE = 3,
                     STAGEDATE = :WS-RUN-DATE-ISO,
                     LAPSEDATE = :WS-LAPSE-DATE
              WHERE  INVOICENUMBER = :WS-INVOICENUMBER
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              ADD 1 TO WS-CNT-ERRORS
           ELSE
              MOVE 'RM3' TO WS-LETTER-TYPE
              MOVE WS-LAPSE-DATE TO WS-LETTER-DATE
              COMPUTE WS-LETTER-AMOUNT = WS-INV-AMOUNT + WS-FEE-OWED
              PERFORM QUEUE-DUNNING-LETTER
              ADD 1 TO WS-CNT-FINAL
           END-IF.

      *    THE LETTER GOES OUT ON THE NEXT LGDB2LTR SERVICE RUN -
      *    EVENTDATE IS THE ORIGINAL DUE DATE ON A REMINDER AND THE
      *    LAPSE DATE ON THE FINAL WARNING, AMOUNT THE SUM OWED.
       QUEUE-DUNNING-LETTER.
           MOVE 'LETTERQ' TO NUM-KEY-TYPE.
           MOVE 1 TO NUM-COUNT.
           CALL 'NUMPGM1' USING WS-NUM.
           MOVE NUM-FIRST TO WS-QUEUEID.
           IF NUM-RC NOT = 0 THEN
              DISPLAY 'LGDB2DUN - NO LETTER QUEUE ID, NUMPGM1 RC '
                      NUM-RC
              ADD 1 TO WS-CNT-ERRORS
           ELSE
              EXEC SQL
                 INSERT INTO GENASA1.LETTERQUEUE
                           ( QUEUEID,
                             CUSTOMERNUMBER,
                             POLICYNUMBER,
                             LETTERTYPE,
                             QUEUEDDATE,
                             EVENTDATE,
                             AMOUNT,
                             STATUS,
                             PRODUCEDDATE,
                             DOCID )
                    VALUES ( :WS-QUEUEID,
                             :WS-CUSTOMERNUMBER,
                             :WS-POLICYNUMBER,
                             :WS-LETTER-TYPE,
                             :WS-RUN-DATE-ISO,
                             :WS-LETTER-DATE,
                             :WS-LETTER-AMOUNT,
                             'Q',
                             NULL,
                             0 )
              END-EXEC
              IF SQLCODE NOT = 0 THEN
                 PERFORM DISPLAY-SQL-ERROR
                 ADD 1 TO WS-CNT-ERRORS
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       DISPLAY-SQL-ERROR.

           DISPLAY 'SQLERROR'
           DISPLAY 'SQLCODE  ' SQLCODE
           DISPLAY 'SQLSTATE ' SQLSTATE.
           MOVE 'LGDB2DUN' TO ERR-PROGRAM.
           MOVE SPACES TO ERR-PARAGRAPH.
           MOVE SPACES TO ERR-KEY-VALUES.
           MOVE SQLCODE TO ERR-SQLCODE.
           MOVE SQLSTATE TO ERR-SQLSTATE.
           MOVE SQLERRMC TO ERR-SQLERRMC.
           CALL 'LGSQLERR' USING WS-SQLERR.

       DISPLAY-SUMMARY.
           DISPLAY '-----------------------------------------'.
           DISPLAY 'LGDB2DUN END OF JOB SUMMARY'.
           DISPLAY '  OVERDUE INVOICES READ.: ' WS-CNT-READ.
           DISPLAY '  FIRST REMINDERS.......: ' WS-CNT-FIRST.
           DISPLAY '  SECOND REMINDERS......: ' WS-CNT-SECOND.
           DISPLAY '  REMINDER FEES RAISED..: ' WS-CNT-FEES.
           DISPLAY '  FINAL WARNINGS........: ' WS-CNT-FINAL.
           DISPLAY '  ERRORS................: ' WS-CNT-ERRORS.
           DISPLAY '-----------------------------------------'.

       END PROGRAM LGDB2DUN.
