       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGDB2COL.
      *    WEEKLY DEBT-COLLECTION (INKASSO) HANDOVER. A POLICY
      *    LGDB2PAY HAS LAPSED FOR NON-PAYMENT (POLCANCEL REASON
      *    'NP') LEAVES ITS EARNED BUT UNPAID PREMIUM ON THE
      *    CUSTOMER'S LEDGER. EVERY CUSTOMER WITH SUCH A POLICY AND
      *    A POSITIVE CUSTLEDGER BALANCE IS WRITTEN TO THE COLLOUT
      *    FILE FOR THE COLLECTION AGENCY - A 'C' RECORD WITH CPR,
      *    NAME, ADDRESS AND BALANCE FOLLOWED BY AN 'I' RECORD PER
      *    UNPAID INVOICE (PREMIUM OR REMINDER FEE) ON THE LAPSED
      *    POLICIES - BETWEEN AN 'H' HEADER AND A 'T' TRAILER WITH
      *    COUNTS AND AMOUNT HASH TOTAL. EACH INVOICE HANDED OVER
      *    GETS A COLLECTION CASE ROW AND INVOICE STATUS 'C' (WITH
      *    COLLECTION), WHICH TAKES IT OUT OF THE LGDB2DUN DUNNING
      *    RUN, THE LGDB2PAY AGING AND THE LGDB2STM BALANCE. THE
      *    AGENCY'S RECOVERIES AND WRITE-OFFS COME BACK THROUGH
      *    LGDB2CRT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLOUT ASSIGN TO COLLOUT
               FILE STATUS IS COLLOUT-STATUS
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.

       FILE SECTION.
       FD COLLOUT RECORDING MODE F.
       01 COLLOUT-RECORD.
           05 CO-RECORD-TYPE         PIC X(1).
           05 FILLER                 PIC X(119).
       01 COLLOUT-HEADER.
           05 CH-RECORD-TYPE         PIC X(1).
           05 CH-RUN-DATE            PIC 9(8).
           05 FILLER                 PIC X(111).
       01 COLLOUT-CUSTOMER.
           05 CC-RECORD-TYPE         PIC X(1).
           05 CC-CUSTOMERNUMBER      PIC 9(9).
           05 CC-CPRNUMBER           PIC X(10).
           05 CC-FIRSTNAME           PIC X(10).
           05 CC-LASTNAME            PIC X(20).
           05 CC-HOUSENUMBER         PIC X(4).
           05 CC-HOUSENAME           PIC X(20).
           05 CC-POSTCODE            PIC X(8).
           05 CC-BALANCE             PIC 9(9).
           05 FILLER                 PIC X(29).
       01 COLLOUT-INVOICE.
           05 CI-RECORD-TYPE         PIC X(1).
           05 CI-CUSTOMERNUMBER      PIC 9(9).
           05 CI-INVOICENUMBER       PIC 9(9).
           05 CI-POLICYNUMBER        PIC 9(9).
           05 CI-DUEDATE             PIC X(10).
           05 CI-AMOUNT              PIC 9(9).
           05 FILLER                 PIC X(73).
       01 COLLOUT-TRAILER.
           05 CT-RECORD-TYPE         PIC X(1).
           05 CT-CUSTOMER-COUNT      PIC 9(9).
           05 CT-INVOICE-COUNT       PIC 9(9).
           05 CT-AMOUNT-HASH         PIC 9(13).
           05 FILLER                 PIC X(88).

       WORKING-STORAGE SECTION.

       01 COLLOUT-STATUS             PIC 99.

       01  WS-TODAY.
           05 WS-TODAY-YEAR   PIC 9999.
           05 WS-TODAY-MONTH  PIC 99.
           05 WS-TODAY-DAY    PIC 99.
       01  WS-RUN-DATE-ISO              PIC X(10).

       01  WS-CUSTOMERNUMBER            PIC S9(9) COMP.
       01  WS-INVOICENUMBER             PIC S9(9) COMP.
       01  WS-POLICYNUMBER              PIC S9(9) COMP.
       01  WS-DUEDATE                   PIC X(10).
       01  WS-AMOUNT                    PIC S9(9) COMP.
       01  WS-BALANCE                   PIC S9(9) COMP.
       01  WS-FIRSTNAME                 PIC X(10).
       01  WS-LASTNAME                  PIC X(20).
       01  WS-HOUSENUMBER               PIC X(4).
       01  WS-HOUSENAME                 PIC X(20).
       01  WS-POSTCODE                  PIC X(8).
       01  WS-CPRNUMBER                 PIC X(10).

       01  WS-PREV-CUSTOMER             PIC S9(9) COMP VALUE -1.

       01  WS-CNT-CUSTOMERS             PIC 9(9) VALUE 0.
       01  WS-CNT-INVOICES              PIC 9(9) VALUE 0.
       01  WS-CNT-ERRORS                PIC 9(7) VALUE 0.
       01  WS-AMOUNT-HASH               PIC 9(13) VALUE 0.

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

      *    UNPAID INVOICES ON POLICIES LAPSED FOR NON-PAYMENT, FOR
      *    CUSTOMERS WHO STILL OWE US ON THE LEDGER, NOT ALREADY
      *    WITH THE AGENCY. ORDERED BY CUSTOMER FOR THE BREAK.
           EXEC SQL
             DECLARE C1 CURSOR WITH HOLD FOR
               SELECT I.CUSTOMERNUMBER, I.INVOICENUMBER,
                      I.POLICYNUMBER, I.DUEDATE, I.AMOUNT,
                      (SELECT SUM(L.AMOUNT)
                         FROM GENASA1.CUSTLEDGER L
                        WHERE L.CUSTOMERNUMBER = I.CUSTOMERNUMBER),
                      C.FIRSTNAME, C.LASTNAME, C.HOUSENUMBER,
                      C.HOUSENAME, C.POSTCODE,
                      COALESCE(C.CPRNUMBER, ' ')
               FROM   GENASA1.INVOICE I, CUSTOMER C
               WHERE  C.CUSTOMERNUMBER = I.CUSTOMERNUMBER
                 AND  I.STATUS IN ('O', 'L')
                 AND  EXISTS
                      (SELECT 1 FROM GENASA1.POLCANCEL PC
                        WHERE PC.POLICYNUMBER = I.POLICYNUMBER
                          AND PC.REASONCODE = 'NP')
                 AND  (SELECT SUM(L.AMOUNT)
                         FROM GENASA1.CUSTLEDGER L
                        WHERE L.CUSTOMERNUMBER = I.CUSTOMERNUMBER)
                      > 0
                 AND  NOT EXISTS
                      (SELECT 1 FROM GENASA1.COLLECTION K
                        WHERE K.INVOICENUMBER = I.INVOICENUMBER)
               ORDER BY I.CUSTOMERNUMBER, I.INVOICENUMBER
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
           MOVE SPACES TO WS-RUN-DATE-ISO.
           STRING WS-TODAY-YEAR '-' WS-TODAY-MONTH '-' WS-TODAY-DAY
                  DELIMITED BY SIZE INTO WS-RUN-DATE-ISO.

           OPEN OUTPUT COLLOUT.
           IF COLLOUT-STATUS NOT = 0 THEN
              DISPLAY 'LGDB2COL FILE STATUS AT OPEN COLLOUT '
                      COLLOUT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM MARK-RUN-ENDED
              STOP RUN
           END-IF.

           MOVE SPACES TO COLLOUT-HEADER.
           MOVE 'H' TO CH-RECORD-TYPE.
           MOVE WS-TODAY TO CH-RUN-DATE.
           WRITE COLLOUT-HEADER.

           PERFORM OPEN-CURSOR.
           PERFORM FETCH-CURSOR.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0

                   PERFORM HAND-OVER-INVOICE
                   PERFORM COMMIT-CHECKPOINT
                   PERFORM FETCH-CURSOR
           END-PERFORM.

           PERFORM CLOSE-CURSOR.

           MOVE SPACES TO COLLOUT-TRAILER.
           MOVE 'T' TO CT-RECORD-TYPE.
           MOVE WS-CNT-CUSTOMERS TO CT-CUSTOMER-COUNT.
           MOVE WS-CNT-INVOICES TO CT-INVOICE-COUNT.
           MOVE WS-AMOUNT-HASH TO CT-AMOUNT-HASH.
           WRITE COLLOUT-TRAILER.

           EXEC SQL COMMIT END-EXEC.

           PERFORM DISPLAY-SUMMARY.

           PERFORM MARK-RUN-ENDED.

           CLOSE COLLOUT.
           STOP RUN.

      *    THE START CALL DOUBLES AS THE DOUBLE-START GUARD - A ROW
      *    STILL MARKED RUNNING FOR TODAY'S CYCLE STOPS THE JOB.
       MARK-RUN-STARTED.
           MOVE 'LGDB2COL' TO RUN-JOBNAME.
           MOVE 'S' TO RUN-FUNCTION.
           CALL 'LGRUNLOG' USING WS-RUNLOG.
           IF RUN-RC = 4 THEN
              DISPLAY 'LGDB2COL ALREADY MARKED RUNNING THIS CYCLE'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF RUN-RC = 6 THEN
              DISPLAY 'LGDB2COL HELD - PREDECESSOR '
                      RUN-FAILED-PRED ' NOT ENDED CLEANLY'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       MARK-RUN-ENDED.
           MOVE 'E' TO RUN-FUNCTION.
           MOVE WS-CNT-INVOICES TO RUN-RECORDS-READ.
           MOVE WS-CNT-INVOICES TO RUN-RECORDS-WRITTEN.
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
                 INTO :WS-CUSTOMERNUMBER,
                      :WS-INVOICENUMBER,
                      :WS-POLICYNUMBER,
                      :WS-DUEDATE,
                      :WS-AMOUNT,
                      :WS-BALANCE,
                      :WS-FIRSTNAME,
                      :WS-LASTNAME,
                      :WS-HOUSENUMBER,
                      :WS-HOUSENAME,
                      :WS-POSTCODE,
                      :WS-CPRNUMBER
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
       WRITE-CUSTOMER-RECORD.
           MOVE WS-CUSTOMERNUMBER TO WS-PREV-CUSTOMER.
           MOVE SPACES TO COLLOUT-CUSTOMER.
           MOVE 'C' TO CC-RECORD-TYPE.
           MOVE WS-CUSTOMERNUMBER TO CC-CUSTOMERNUMBER.
           MOVE WS-CPRNUMBER TO CC-CPRNUMBER.
           MOVE WS-FIRSTNAME TO CC-FIRSTNAME.
           MOVE WS-LASTNAME TO CC-LASTNAME.
           MOVE WS-HOUSENUMBER TO CC-HOUSENUMBER.
           MOVE WS-HOUSENAME TO CC-HOUSENAME.
           MOVE WS-POSTCODE TO CC-POSTCODE.
           MOVE WS-BALANCE TO CC-BALANCE.
           WRITE COLLOUT-CUSTOMER.
           ADD 1 TO WS-CNT-CUSTOMERS.

      *    THE CASE ROW AND THE 'C' INVOICE STATUS ARE WHAT STOP
      *    EVERY OTHER RUN CHASING THE ITEM, SO THEY STAND OR FALL
      *    TOGETHER - A FAILURE ROLLS THE INVOICE BACK TO THE
      *    SAVEPOINT AND LEAVES IT FOR THE NEXT RUN. THE CUSTOMER
      *    AND DETAIL RECORDS ONLY GO TO THE AGENCY ONCE BOTH ARE
      *    IN PLACE, SO A CUSTOMER WHOSE INVOICES ALL FAIL IS NOT
      *    SENT AT ALL.
       HAND-OVER-INVOICE.
           EXEC SQL
              SAVEPOINT COLINVOICE ON ROLLBACK RETAIN CURSORS
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              ADD 1 TO WS-CNT-ERRORS
           ELSE
              PERFORM INSERT-COLLECTION-CASE
           END-IF.

       INSERT-COLLECTION-CASE.
           EXEC SQL
              INSERT INTO GENASA1.COLLECTION
                        ( INVOICENUMBER,
                          CUSTOMERNUMBER,
                          POLICYNUMBER,
                          AMOUNT,
                          HANDOVERDATE,
                          STATUS,
                          CLOSEDDATE )
                 VALUES ( :WS-INVOICENUMBER,
                          :WS-CUSTOMERNUMBER,
                          :WS-POLICYNUMBER,
                          :WS-AMOUNT,
                          :WS-RUN-DATE-ISO,
                          'C',
                          NULL )
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              PERFORM UNDO-HANDOVER
              ADD 1 TO WS-CNT-ERRORS
           ELSE
              EXEC SQL
                 UPDATE GENASA1.INVOICE
                 SET    STATUS = 'C'
                 WHERE  INVOICENUMBER = :WS-INVOICENUMBER
              END-EXEC
              IF SQLCODE NOT = 0 THEN
                 PERFORM DISPLAY-SQL-ERROR
                 PERFORM UNDO-HANDOVER
                 ADD 1 TO WS-CNT-ERRORS
              ELSE
                 EXEC SQL RELEASE SAVEPOINT COLINVOICE END-EXEC
                 IF WS-CUSTOMERNUMBER NOT = WS-PREV-CUSTOMER THEN
                    PERFORM WRITE-CUSTOMER-RECORD
                 END-IF
                 PERFORM WRITE-INVOICE-RECORD
              END-IF
           END-IF.

       UNDO-HANDOVER.
           EXEC SQL
              ROLLBACK TO SAVEPOINT COLINVOICE
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
           END-IF.

       WRITE-INVOICE-RECORD.
           MOVE SPACES TO COLLOUT-INVOICE.
           MOVE 'I' TO CI-RECORD-TYPE.
           MOVE WS-CUSTOMERNUMBER TO CI-CUSTOMERNUMBER.
           MOVE WS-INVOICENUMBER TO CI-INVOICENUMBER.
           MOVE WS-POLICYNUMBER TO CI-POLICYNUMBER.
           MOVE WS-DUEDATE TO CI-DUEDATE.
           MOVE WS-AMOUNT TO CI-AMOUNT.
           WRITE COLLOUT-INVOICE.
           ADD 1 TO WS-CNT-INVOICES.
           ADD WS-AMOUNT TO WS-AMOUNT-HASH.

      *----------------------------------------------------------------*
       DISPLAY-SQL-ERROR.

           DISPLAY 'SQLERROR'
           DISPLAY 'SQLCODE  ' SQLCODE
           DISPLAY 'SQLSTATE ' SQLSTATE.
           MOVE 'LGDB2COL' TO ERR-PROGRAM.
           MOVE SPACES TO ERR-PARAGRAPH.
           MOVE SPACES TO ERR-KEY-VALUES.
           MOVE SQLCODE TO ERR-SQLCODE.
           MOVE SQLSTATE TO ERR-SQLSTATE.
           MOVE SQLERRMC TO ERR-SQLERRMC.
           CALL 'LGSQLERR' USING WS-SQLERR.

       DISPLAY-SUMMARY.
           DISPLAY '-----------------------------------------'.
           DISPLAY 'LGDB2COL END OF JOB SUMMARY'.
           DISPLAY '  CUSTOMERS HANDED OVER: ' WS-CNT-CUSTOMERS.
           DISPLAY '  INVOICES HANDED OVER.: ' WS-CNT-INVOICES.
           DISPLAY '  AMOUNT HANDED OVER...: ' WS-AMOUNT-HASH.
           DISPLAY '  ERRORS...............: ' WS-CNT-ERRORS.
           DISPLAY '-----------------------------------------'.

       END PROGRAM LGDB2COL.
