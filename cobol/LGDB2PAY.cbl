      *    PAYMENT MATCHING, ARREARS AGING AND AUTOMATIC LAPSE - THE
      *    OTHER HALF OF THE LGDB2BIL BILLING RUN. MATCHES THE
      *    BANK'S PAID-ITEMS FILE TO THE INVOICE TABLE (MARKING
      *    INVOICES PAID), REPORTS UNMATCHED PAYMENTS AND HOLDS
      *    THEM ON THE SUSPENSE TABLE WITH THEIR BANK REFERENCE
      *    UNTIL CREDIT CONTROL ALLOCATES OR REFUNDS THEM THROUGH
      *    ACCPGMS, AGES THE UNPAID INVOICES IN 30/60/90-DAY
      *    BUCKETS, AND AFTER THE GRACE PERIOD GIVEN ON SYSIN -
      *    AND ONLY ONCE LGDB2DUN HAS SENT THE FINAL WARNING AND
      *    ITS LAPSE DATE HAS COME - MARKS THE POLICY LAPSED FOR
      *    NON-PAYMENT - A POLCANCEL ROW WITH REASON 'NP' AND NO
      *    REFUND, WHICH ALSO STOPS LGDB2POL INVITING IT TO RENEW -
      *    AND EMITS A LAPSE-NOTICE RECORD, SO COVER ACTUALLY ENDS
      *    CUSTOMER'S OPEN INVOICES OLDEST FIRST, SO THE ARREARS
      *    REPORT STOPS LISTING CUSTOMERS WHO OWE US NOTHING; ANY
      *    RESIDUAL CREDIT STAYS OPEN FOR THE REFUND DISBURSEMENT
      *    STREAM. PAYMENT ARRANGEMENTS (ACCPGMA) ARE REVIEWED
      *    BEFORE AGING: THE INSTALMENTS OF ONE STILL BEING KEPT
      *    ARE NEITHER AGED NOR LAPSED ON, AND ONE WITH AN
      *    INSTALMENT MISSED IS BROKEN BACK INTO THE ARREARS PATH.
      *    EVERY PAID ITEM TAKEN IN, MATCHED OR NOT, IS REGISTERED
      *    THROUGH LGBNKEXP AS AN EXPECTED CREDIT FOR LGDB2BRC TO
      *    FIND ON THE BANK STATEMENT.
      *    A DEADLOCK OR TIMEOUT (LGSQLERR ACTION 'R') ROLLS BACK THE
      *    UNIT OF WORK SINCE THE LAST COMMIT AND REPLAYS IT - THE
      *    BANK FILE IS REREAD UP TO THE LAST PAYMENT COMMITTED, THE
      *    CURSORS REOPEN AFTER THE LAST ROW COMMITTED - WITH THE
      *    UNMATCH AND LAPSOUT RECORDS HELD UNTIL THEIR UNIT
      *    COMMITS. LGRUNLOG COUNTS AND PACES THE RETRIES; THE JOB
      *    FAILS (RC 16) ONLY WHEN THEY RUN OUT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           05 BK-INVOICENUMBER       PIC 9(9).
           05 BK-AMOUNT              PIC 9(9).
           05 BK-PAYDATE             PIC X(10).
           05 BK-BANKREF             PIC X(16).

       FD UNMATCH RECORDING MODE F.
       01 UNMATCH-RECORD.
           05 UM-AMOUNT              PIC 9(9).
           05 UM-PAYDATE             PIC X(10).
           05 UM-REASON              PIC X(30).
           05 UM-SUSPENSEID          PIC 9(9).
           05 FILLER                 PIC X(13) VALUE SPACES.

       FD LAPSOUT RECORDING MODE F.
       01 LAPSE-RECORD.
       01  WS-CUSTOMERNUMBER           PIC S9(9) COMP.
       01  WS-DUEDATE                  PIC X(10).
       01  WS-CANCEL-COUNT             PIC S9(9) COMP.
       01  WS-WARNING-COUNT            PIC S9(9) COMP.

      *    CREDIT-NOTE NETTING WORK AREAS
       01  WS-CREDITNUMBER             PIC S9(9) COMP.
       01  WS-CREDIT-ISSUEDATE         PIC X(10).
       01  WS-CREDIT-CUSTOMER          PIC S9(9) COMP.
       01  WS-CREDIT-AMT               PIC S9(9) COMP.
       01  WS-CREDIT-APPLIED           PIC S9(9) COMP.

       01  WS-UM-REASON                PIC X(30).

      *    PAYMENT-ARRANGEMENT REVIEW. AN INSTALMENT COUNTS AS
      *    MISSED ONCE IT IS THIS MANY DAYS OVERDUE, WHICH ALLOWS
      *    FOR THE BANK FILE ARRIVING A DAY OR TWO BEHIND.
       01  WS-ARR-TOLERANCE-DAYS       PIC S9(4) COMP VALUE 5.
       01  WS-ARRANGEID                PIC S9(9) COMP.
       01  WS-ARR-MISSED-DUE           PIC X(10).
       01  WS-CNT-ARR-KEPT             PIC 9(7) VALUE 0.
       01  WS-CNT-ARR-BROKEN           PIC 9(7) VALUE 0.

       01  WS-CNT-PAYMENTS             PIC 9(7) VALUE 0.
       01  WS-CNT-MATCHED              PIC 9(7) VALUE 0.
       01  WS-CNT-UNMATCHED            PIC 9(7) VALUE 0.
       01  WS-CNT-SUSPENSE             PIC 9(7) VALUE 0.

      *    SUSPENSE (UNALLOCATED CASH) WORK AREAS
       01  WS-SUSPENSEID               PIC S9(9) COMP.
       01  WS-SUS-HELD-COUNT           PIC S9(9) COMP.
       01  WS-BK-QUOTEDREF             PIC S9(9) COMP.
       01  WS-BK-AMOUNT                PIC S9(9) COMP.
       01  WS-CNT-LAPSED               PIC 9(7) VALUE 0.

      * Expected-bank-movement register interface
       01  WS-BANKEXP.
           COPY BNKCPY1.

      *    PERIODIC COMMIT SO THE JOB DOES NOT HOLD LOCKS AND LOG
      *    SPACE FOR THE FULL LENGTH OF THE RUN.
       01  WS-COMMIT-INTERVAL          PIC S9(9) COMP VALUE 1000.
       01  WS-ROWS-SINCE-COMMIT        PIC S9(9) COMP VALUE 0.

      *    DEADLOCK/TIMEOUT REPLAY. THE RESTART KEYS ARE THE LAST
      *    CREDIT NOTE AND THE LAST AGED INVOICE COMMITTED; THE
      *    TOTALS GO BACK TO WHAT THEY WERE AT THAT COMMIT.
       01  WS-RETRY-SW                 PIC X VALUE 'N'.
           88 RETRY-PENDING                  VALUE 'Y'.
       01  WS-RETRY-ATTEMPT            PIC 9(4) VALUE 0.
       01  WS-CNT-RETRIES              PIC 9(7) VALUE 0.
       01  WS-RESTART-ISSUEDATE        PIC X(10) VALUE '0001-01-01'.
       01  WS-RESTART-CREDIT           PIC S9(9) COMP VALUE 0.
       01  WS-RESTART-DUEDATE          PIC X(10) VALUE '0001-01-01'.
       01  WS-RESTART-INVOICE          PIC S9(9) COMP VALUE 0.
       01  WS-CKPT-PAYMENTS            PIC 9(7).
       01  WS-CKPT-MATCHED             PIC 9(7).
       01  WS-CKPT-UNMATCHED           PIC 9(7).
       01  WS-CKPT-SUSPENSE            PIC 9(7).
       01  WS-CKPT-LAPSED              PIC 9(7).
       01  WS-CKPT-CREDITS             PIC 9(7).
       01  WS-CKPT-INV-NETTED          PIC 9(7).
       01  WS-CKPT-ARR-KEPT            PIC 9(7).
       01  WS-CKPT-ARR-BROKEN          PIC 9(7).
       01  WS-CKPT-RC                  PIC S9(4) COMP.
       01  WS-CKPT-AGE-TABLE.
           05 WS-CKPT-AGE-ENTRY OCCURS 4 TIMES.
              10 FILLER                 PIC S9(7) COMP.
              10 FILLER                 PIC S9(11) COMP.
       01  WS-SKIP-COUNT               PIC 9(7).

      *    FILE RECORDS OF THE OPEN UNIT OF WORK ('U' UNMATCH, 'L'
      *    LAPSOUT) - ONE PER ROW AT MOST, SO THE COMMIT INTERVAL
      *    BOUNDS IT.
       01  WS-HOLD-MAX                 PIC S9(4) COMP VALUE 1000.
       01  WS-HOLD-COUNT               PIC S9(4) COMP VALUE 0.
       01  WS-HOLD-IX                  PIC S9(4) COMP.
       01  WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 1000 TIMES.
              10 WS-HOLD-FILE           PIC X(1).
              10 WS-HOLD-RECORD         PIC X(80).

      * Central run-control (RUNLOG) interface
       01  WS-RUNLOG.
           COPY RUNCPY1.

      *    STILL-OPEN INVOICES PAST THEIR DUE DATE - BAR THE
      *    INSTALMENTS OF A PAYMENT ARRANGEMENT STILL BEING KEPT.
           EXEC SQL
             DECLARE C1 CURSOR WITH HOLD FOR
               SELECT INVOICENUMBER, POLICYNUMBER, CUSTOMERNUMBER,
                      DUEDATE, AMOUNT
               FROM   GENASA1.INVOICE I
               WHERE  STATUS = 'O'
                 AND  DUEDATE < CURRENT DATE
                 AND  NOT EXISTS
                      (SELECT 1 FROM GENASA1.PAYARRLINE L,
                                     GENASA1.PAYARRANGE A
                        WHERE L.INVOICENUMBER = I.INVOICENUMBER
                          AND L.LINETYPE = 'I'
                          AND A.ARRANGEID = L.ARRANGEID
                          AND A.STATUS = 'L')
                 AND  (DUEDATE > :WS-RESTART-DUEDATE
                       OR (DUEDATE = :WS-RESTART-DUEDATE
                           AND INVOICENUMBER > :WS-RESTART-INVOICE))
               ORDER BY DUEDATE, INVOICENUMBER
           END-EXEC.

      *    LIVE ARRANGEMENTS WITH AN INSTALMENT UNPAID LONGER THAN
      *    THE SETTLEMENT TOLERANCE, WITH THE EARLIEST ONE MISSED.
           EXEC SQL
             DECLARE CARR CURSOR WITH HOLD FOR
               SELECT A.ARRANGEID, MIN(I.DUEDATE)
               FROM   GENASA1.PAYARRANGE A,
                      GENASA1.PAYARRLINE L,
                      GENASA1.INVOICE I
               WHERE  A.STATUS = 'L'
                 AND  L.ARRANGEID = A.ARRANGEID
                 AND  L.LINETYPE = 'I'
                 AND  I.INVOICENUMBER = L.INVOICENUMBER
                 AND  I.STATUS = 'O'
                 AND  DAYS(CURRENT DATE) - DAYS(I.DUEDATE) >
                      :WS-ARR-TOLERANCE-DAYS
               GROUP BY A.ARRANGEID
               ORDER BY A.ARRANGEID
           END-EXEC.

      *    OPEN CREDIT NOTES WITH MONEY STILL UNAPPLIED.
           EXEC SQL
             DECLARE CCRD CURSOR WITH HOLD FOR
               SELECT CREDITNUMBER, CUSTOMERNUMBER, AMOUNT,
                      APPLIEDAMOUNT, ISSUEDATE
               FROM   GENASA1.CREDITNOTE
               WHERE  STATUS = 'O'
                 AND  AMOUNT > APPLIEDAMOUNT
                 AND  (ISSUEDATE > :WS-RESTART-ISSUEDATE
                       OR (ISSUEDATE = :WS-RESTART-ISSUEDATE
                           AND CREDITNUMBER > :WS-RESTART-CREDIT))
               ORDER BY ISSUEDATE, CREDITNUMBER
           END-EXEC.

               ORDER BY DUEDATE, INVOICENUMBER
           END-EXEC.

      * Number-range allocation through NUMPGM1
       01  WS-NUM.
           COPY NUMCPY1.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.
       MAINLINE SECTION.
       MAIN.

           PERFORM MARK-RUN-STARTED.

           ACCEPT WS-GRACE-CARD FROM SYSIN.
           IF WS-GRACE-CARD NUMERIC AND WS-GRACE-CARD > 0 THEN
              MOVE WS-GRACE-CARD TO WS-GRACE-DAYS

           PERFORM MATCH-PAYMENTS.
           PERFORM NET-CREDIT-NOTES.
           PERFORM REVIEW-ARRANGEMENTS.
           PERFORM AGE-UNPAID-INVOICES.

           PERFORM TAKE-CHECKPOINT.

           PERFORM DISPLAY-SUMMARY.

           PERFORM MARK-RUN-ENDED.

           CLOSE BANKIN.
           CLOSE UNMATCH.
           CLOSE LAPSOUT.
           STOP RUN.

      *    THE START CALL DOUBLES AS THE DOUBLE-START GUARD - A ROW
      *    STILL MARKED RUNNING FOR TODAY'S CYCLE STOPS THE JOB.
       MARK-RUN-STARTED.
           MOVE 'LGDB2PAY' TO RUN-JOBNAME.
           MOVE 'S' TO RUN-FUNCTION.
           MOVE 'Y' TO RUN-MAINT-WINDOW.
           CALL 'LGRUNLOG' USING WS-RUNLOG.
           IF RUN-RC = 4 THEN
              DISPLAY 'LGDB2PAY ALREADY MARKED RUNNING THIS CYCLE'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF RUN-RC = 6 THEN
              DISPLAY 'LGDB2PAY HELD - PREDECESSOR '
                      RUN-FAILED-PRED ' NOT ENDED CLEANLY'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       MARK-RUN-ENDED.
           MOVE 'E' TO RUN-FUNCTION.
           MOVE WS-CNT-PAYMENTS TO RUN-RECORDS-READ.
           MOVE WS-CNT-MATCHED TO RUN-RECORDS-WRITTEN.
           MOVE WS-CNT-UNMATCHED TO RUN-RECORDS-REJECTED.
           MOVE RETURN-CODE TO RUN-RETURN-CODE.
           CALL 'LGRUNLOG' USING WS-RUNLOG.

      *    NOTHING IS COMMITTED ONCE A DEADLOCK IS PENDING - THE
      *    LOOP ROLLS THE UNIT BACK FIRST. THE ROW JUST DONE IS THE
      *    RESTART POINT OF WHICHEVER CURSOR PHASE IS RUNNING.
       COMMIT-CHECKPOINT.
           IF NOT RETRY-PENDING THEN
              ADD 1 TO WS-ROWS-SINCE-COMMIT
              IF WS-ROWS-SINCE-COMMIT >= WS-COMMIT-INTERVAL OR
                 WS-HOLD-COUNT >= WS-HOLD-MAX THEN
                 MOVE WS-CREDIT-ISSUEDATE TO WS-RESTART-ISSUEDATE
                 MOVE WS-CREDITNUMBER TO WS-RESTART-CREDIT
                 MOVE WS-DUEDATE TO WS-RESTART-DUEDATE
                 MOVE WS-INVOICENUMBER TO WS-RESTART-INVOICE
                 PERFORM TAKE-CHECKPOINT
              END-IF
           END-IF.

      *    ALSO TAKEN AT THE START OF EACH PHASE, SO A REPLAY NEVER
      *    REACHES BACK INTO THE PHASE BEFORE.
       TAKE-CHECKPOINT.
           EXEC SQL COMMIT END-EXEC.
           PERFORM RELEASE-HELD-RECORDS.
           MOVE 0 TO WS-ROWS-SINCE-COMMIT.
           MOVE 0 TO WS-RETRY-ATTEMPT.
           MOVE WS-CNT-PAYMENTS TO WS-CKPT-PAYMENTS.
           MOVE WS-CNT-MATCHED TO WS-CKPT-MATCHED.
           MOVE WS-CNT-UNMATCHED TO WS-CKPT-UNMATCHED.
           MOVE WS-CNT-SUSPENSE TO WS-CKPT-SUSPENSE.
           MOVE WS-CNT-LAPSED TO WS-CKPT-LAPSED.
           MOVE WS-CNT-CREDITS TO WS-CKPT-CREDITS.
           MOVE WS-CNT-INV-NETTED TO WS-CKPT-INV-NETTED.
           MOVE WS-CNT-ARR-KEPT TO WS-CKPT-ARR-KEPT.
           MOVE WS-CNT-ARR-BROKEN TO WS-CKPT-ARR-BROKEN.
           MOVE WS-AGE-TABLE TO WS-CKPT-AGE-TABLE.
           MOVE RETURN-CODE TO WS-CKPT-RC.

      *    LGSQLERR CLASSED A FAILURE IN THE UNIT AS A DEADLOCK OR
      *    TIMEOUT. ROLL IT BACK, HAVE LGRUNLOG COUNT THE RETRY AND
      *    WAIT, THEN PUT THE TOTALS BACK FOR THE PHASE TO REPLAY.
       RETRY-UNIT-OF-WORK.
           EXEC SQL ROLLBACK END-EXEC.
           MOVE 'N' TO WS-RETRY-SW.
           MOVE 0 TO WS-ROWS-SINCE-COMMIT.
           MOVE 0 TO WS-HOLD-COUNT.
           MOVE WS-CKPT-PAYMENTS TO WS-CNT-PAYMENTS.
           MOVE WS-CKPT-MATCHED TO WS-CNT-MATCHED.
           MOVE WS-CKPT-UNMATCHED TO WS-CNT-UNMATCHED.
           MOVE WS-CKPT-SUSPENSE TO WS-CNT-SUSPENSE.
           MOVE WS-CKPT-LAPSED TO WS-CNT-LAPSED.
           MOVE WS-CKPT-CREDITS TO WS-CNT-CREDITS.
           MOVE WS-CKPT-INV-NETTED TO WS-CNT-INV-NETTED.
           MOVE WS-CKPT-ARR-KEPT TO WS-CNT-ARR-KEPT.
           MOVE WS-CKPT-ARR-BROKEN TO WS-CNT-ARR-BROKEN.
           MOVE WS-CKPT-AGE-TABLE TO WS-AGE-TABLE.
           MOVE WS-CKPT-RC TO RETURN-CODE.
           ADD 1 TO WS-RETRY-ATTEMPT.
           MOVE 'R' TO RUN-FUNCTION.
           MOVE WS-RETRY-ATTEMPT TO RUN-RETRY-ATTEMPT.
           CALL 'LGRUNLOG' USING WS-RUNLOG.
           IF RUN-RC = 10 THEN
              DISPLAY 'LGDB2PAY DEADLOCK RETRIES EXHAUSTED'
              MOVE 16 TO RETURN-CODE
              PERFORM DISPLAY-SUMMARY
              PERFORM MARK-RUN-ENDED
              CLOSE BANKIN
              CLOSE UNMATCH
              CLOSE LAPSOUT
              STOP RUN
           END-IF.
           ADD 1 TO WS-CNT-RETRIES.
           DISPLAY 'LGDB2PAY UNIT OF WORK ROLLED BACK - REPLAY '
                   WS-RETRY-ATTEMPT.

       RELEASE-HELD-RECORDS.
           PERFORM VARYING WS-HOLD-IX FROM 1 BY 1
                   UNTIL WS-HOLD-IX > WS-HOLD-COUNT
              IF WS-HOLD-FILE(WS-HOLD-IX) = 'L' THEN
                 WRITE LAPSE-RECORD FROM WS-HOLD-RECORD(WS-HOLD-IX)
              ELSE
                 WRITE UNMATCH-RECORD
                       FROM WS-HOLD-RECORD(WS-HOLD-IX)
              END-IF
           END-PERFORM.
           MOVE 0 TO WS-HOLD-COUNT.

      *----------------------------------------------------------------*
       MATCH-PAYMENTS.
           PERFORM TAKE-CHECKPOINT.
           READ BANKIN
                AT END SET BK-EOF TO TRUE
           END-READ.
           PERFORM WITH TEST BEFORE
                   UNTIL BK-EOF AND NOT RETRY-PENDING
              IF RETRY-PENDING THEN
                 PERFORM RETRY-UNIT-OF-WORK
                 PERFORM REPOSITION-BANKIN
              ELSE
                 ADD 1 TO WS-CNT-PAYMENTS
                 PERFORM REGISTER-EXPECTED-CREDIT
                 PERFORM MATCH-ONE-PAYMENT
                 PERFORM COMMIT-CHECKPOINT
              END-IF
              READ BANKIN
                   AT END SET BK-EOF TO TRUE
              END-READ
           END-PERFORM.

      *    THE BANK FILE HAS NO KEY TO RESTART FROM - REREAD IT AND
      *    PASS OVER THE PAYMENTS ALREADY COMMITTED.
       REPOSITION-BANKIN.
           CLOSE BANKIN.
           OPEN INPUT BANKIN.
           IF BANKIN-STATUS NOT = 0 THEN
              DISPLAY 'LGDB2PAY FILE STATUS AT REOPEN BANKIN '
                      BANKIN-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE '0' TO BK-MARKER.
           MOVE WS-CNT-PAYMENTS TO WS-SKIP-COUNT.
           PERFORM SKIP-BANKIN-RECORD WS-SKIP-COUNT TIMES.

       SKIP-BANKIN-RECORD.
           READ BANKIN
                AT END SET BK-EOF TO TRUE
           END-READ.

       REGISTER-EXPECTED-CREDIT.
           MOVE 'C' TO BNK-DIRECTION.
           MOVE 'LGDB2PAY' TO BNK-SOURCEJOB.
           MOVE BK-BANKREF TO BNK-REFERENCE.
           MOVE SPACES TO BNK-BATCHREF.
           MOVE BK-AMOUNT TO BNK-AMOUNT.
           MOVE BK-PAYDATE TO BNK-VALUEDATE.
           CALL 'LGBNKEXP' USING WS-BANKEXP.
           IF BNK-RC > 2 THEN
              DISPLAY 'LGDB2PAY - LGBNKEXP RC ' BNK-RC
                      ' FOR ' BK-BANKREF
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       MATCH-ONE-PAYMENT.
           MOVE BK-INVOICENUMBER TO WS-INVOICENUMBER.

               WHEN SQLCODE NOT = 0
                  PERFORM DISPLAY-SQL-ERROR
                  MOVE 16 TO RETURN-CODE
               WHEN WS-INV-STATUS = 'R'
                  MOVE 'INVOICE REPLACED BY ARRANGEMNT'
                    TO WS-UM-REASON
                  PERFORM WRITE-UNMATCHED-PAYMENT
               WHEN WS-INV-STATUS = 'C'
                  MOVE 'INVOICE WITH COLLECTION AGENCY'
                    TO WS-UM-REASON
                  PERFORM WRITE-UNMATCHED-PAYMENT
               WHEN WS-INV-STATUS NOT = 'O'
                  MOVE 'INVOICE NOT OPEN' TO WS-UM-REASON
                  PERFORM WRITE-UNMATCHED-PAYMENT
           MOVE BK-INVOICENUMBER TO UM-INVOICENUMBER.
           MOVE BK-AMOUNT TO UM-AMOUNT.
           MOVE BK-PAYDATE TO UM-PAYDATE.
           PERFORM HOLD-IN-SUSPENSE.
           MOVE WS-SUSPENSEID TO UM-SUSPENSEID.
           ADD 1 TO WS-HOLD-COUNT.
           MOVE 'U' TO WS-HOLD-FILE(WS-HOLD-COUNT).
           MOVE UNMATCH-RECORD TO WS-HOLD-RECORD(WS-HOLD-COUNT).
           ADD 1 TO WS-CNT-UNMATCHED.

      *    THE MONEY HAS ARRIVED EVEN IF WE CANNOT SAY WHOSE IT IS,
      *    SO IT IS HELD AS AN OPEN SUSPENSE ITEM. A BANK REFERENCE
      *    ALREADY HELD IS NOT HELD TWICE WHEN A FILE IS RERUN.
       HOLD-IN-SUSPENSE.
           MOVE 0 TO WS-SUSPENSEID.
           IF BK-BANKREF NOT = SPACES THEN
              EXEC SQL
                 SELECT COUNT(*)
                 INTO  :WS-SUS-HELD-COUNT
                 FROM GENASA1.SUSPENSE
                 WHERE BANKREF = :BK-BANKREF
              END-EXEC
              IF SQLCODE NOT = 0 THEN
                 PERFORM DISPLAY-SQL-ERROR
                 MOVE 16 TO RETURN-CODE
              ELSE
                 IF WS-SUS-HELD-COUNT > 0 THEN
                    DISPLAY 'LGDB2PAY RECEIPT ' BK-BANKREF
                            ' ALREADY IN SUSPENSE'
                 ELSE
                    PERFORM INSERT-SUSPENSE-ITEM
                 END-IF
              END-IF
           ELSE
              PERFORM INSERT-SUSPENSE-ITEM
           END-IF.

       INSERT-SUSPENSE-ITEM.
           MOVE 'SUSPENSE' TO NUM-KEY-TYPE.
           MOVE 1 TO NUM-COUNT.
           CALL 'NUMPGM1' USING WS-NUM.
           IF NUM-RC NOT = 0 THEN
              DISPLAY 'LGDB2PAY - NO SUSPENSE ID, NUMPGM1 RC ' NUM-RC
              MOVE 16 TO RETURN-CODE
              MOVE 0 TO WS-SUSPENSEID
           ELSE
              MOVE NUM-FIRST TO WS-SUSPENSEID
              MOVE BK-INVOICENUMBER TO WS-BK-QUOTEDREF
              MOVE BK-AMOUNT TO WS-BK-AMOUNT
              EXEC SQL
                 INSERT INTO GENASA1.SUSPENSE
                           ( SUSPENSEID,
                             BANKREF,
                             QUOTEDREF,
                             RECEIVEDDATE,
                             AMOUNT,
                             ALLOCATEDAMOUNT,
                             STATUS,
                             REASON )
                    VALUES ( :WS-SUSPENSEID,
                             :BK-BANKREF,
                             :WS-BK-QUOTEDREF,
                             :BK-PAYDATE,
                             :WS-BK-AMOUNT,
                             0,
                             'O',
                             :WS-UM-REASON )
              END-EXEC
              IF SQLCODE = 0 THEN
                 ADD 1 TO WS-CNT-SUSPENSE
              ELSE
                 PERFORM DISPLAY-SQL-ERROR
                 MOVE 16 TO RETURN-CODE
                 MOVE 0 TO WS-SUSPENSEID
              END-IF
           END-IF.

      *----------------------------------------------------------------*
      *    A CREDIT COVERS WHOLE INVOICES ONLY, OLDEST FIRST - THE
      *    INVOICE ROW HAS NO PARTIAL-PAYMENT NOTION, AND A CREDIT
      *    TOO SMALL FOR THE NEXT INVOICE SIMPLY STAYS OPEN FOR
      *    THE REFUND STREAM.
       NET-CREDIT-NOTES.
           MOVE '0001-01-01' TO WS-RESTART-ISSUEDATE.
           MOVE 0 TO WS-RESTART-CREDIT.
           PERFORM TAKE-CHECKPOINT.
           PERFORM OPEN-CCRD.
           PERFORM FETCH-CCRD.
           PERFORM WITH TEST BEFORE
                   UNTIL SQLCODE NOT = 0 AND NOT RETRY-PENDING
              IF RETRY-PENDING THEN
                 PERFORM RETRY-UNIT-OF-WORK
                 PERFORM OPEN-CCRD
              ELSE
                 ADD 1 TO WS-CNT-CREDITS
                 PERFORM APPLY-ONE-CREDIT THRU APPLY-ONE-CREDIT-EXIT
                 PERFORM COMMIT-CHECKPOINT
              END-IF
              PERFORM FETCH-CCRD
           END-PERFORM.
           EXEC SQL CLOSE CCRD END-EXEC.

       OPEN-CCRD.
           EXEC SQL OPEN CCRD END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
           END-IF.

       FETCH-CCRD.
           IF NOT RETRY-PENDING THEN
              EXEC SQL
                 FETCH CCRD
                 INTO :WS-CREDITNUMBER, :WS-CREDIT-CUSTOMER,
                      :WS-CREDIT-AMT, :WS-CREDIT-APPLIED,
                      :WS-CREDIT-ISSUEDATE
              END-EXEC
              IF SQLCODE < 0 THEN
                 PERFORM DISPLAY-SQL-ERROR
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.

       APPLY-ONE-CREDIT.
           END-PERFORM.
           EXEC SQL CLOSE CNV2 END-EXEC.

           IF NOT RETRY-PENDING THEN
              PERFORM UPDATE-CREDIT-NOTE
           END-IF.

       APPLY-ONE-CREDIT-EXIT.
           EXIT.

       FETCH-CNV2.
           IF NOT RETRY-PENDING THEN
              EXEC SQL
                 FETCH CNV2
                 INTO :WS-NET-INVOICENUMBER, :WS-NET-INV-AMOUNT
              END-EXEC
              IF SQLCODE < 0 THEN
                 PERFORM DISPLAY-SQL-ERROR
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.

       NET-ONE-INVOICE.
           END-IF.

      *----------------------------------------------------------------*
      *    AFTER TODAY'S PAYMENTS AND CREDITS ARE IN: AN
      *    ARRANGEMENT WITH NO INSTALMENT LEFT OPEN HAS BEEN KEPT,
      *    ONE WITH AN INSTALMENT MISSED IS BROKEN. BREAKING BRINGS
      *    EVERY REMAINING INSTALMENT FORWARD TO THE MISSED ONE'S
      *    DUE DATE, SO THE WHOLE BALANCE LEFT AGES, IS DUNNED AND
      *    IN THE END LAPSES THE POLICY LIKE ANY OTHER ARREARS.
       REVIEW-ARRANGEMENTS.
           PERFORM TAKE-CHECKPOINT.
           PERFORM KEEP-ARRANGEMENTS.
           PERFORM WITH TEST BEFORE UNTIL NOT RETRY-PENDING
              PERFORM RETRY-UNIT-OF-WORK
              PERFORM KEEP-ARRANGEMENTS
           END-PERFORM.
           PERFORM TAKE-CHECKPOINT.

           PERFORM OPEN-CARR.
           PERFORM FETCH-CARR.
           PERFORM WITH TEST BEFORE
                   UNTIL SQLCODE NOT = 0 AND NOT RETRY-PENDING
              IF RETRY-PENDING THEN
                 PERFORM RETRY-UNIT-OF-WORK
                 PERFORM OPEN-CARR
              ELSE
                 PERFORM BREAK-ARRANGEMENT
                 PERFORM COMMIT-CHECKPOINT
              END-IF
              PERFORM FETCH-CARR
           END-PERFORM.
           EXEC SQL CLOSE CARR END-EXEC.

      *    ONE SET UPDATE - A REPLAY SIMPLY RUNS IT AGAIN.
       KEEP-ARRANGEMENTS.
           EXEC SQL
              UPDATE GENASA1.PAYARRANGE
              SET    STATUS = 'K',
                     CLOSEDDATE = :WS-RUN-DATE-ISO
              WHERE  STATUS = 'L'
                AND  NOT EXISTS
                     (SELECT 1 FROM GENASA1.PAYARRLINE L,
                                    GENASA1.INVOICE I
                       WHERE L.ARRANGEID =
                             GENASA1.PAYARRANGE.ARRANGEID
                         AND L.LINETYPE = 'I'
                         AND I.INVOICENUMBER = L.INVOICENUMBER
                         AND I.STATUS = 'O')
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                  MOVE SQLERRD(3) TO WS-CNT-ARR-KEPT
               WHEN SQLCODE = 100
                  CONTINUE
               WHEN OTHER
                  PERFORM DISPLAY-SQL-ERROR
                  MOVE 16 TO RETURN-CODE
           END-EVALUATE.

       OPEN-CARR.
           EXEC SQL OPEN CARR END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
           END-IF.

       FETCH-CARR.
           IF NOT RETRY-PENDING THEN
              EXEC SQL
                 FETCH CARR
                 INTO :WS-ARRANGEID, :WS-ARR-MISSED-DUE
              END-EXEC
              IF SQLCODE < 0 THEN
                 PERFORM DISPLAY-SQL-ERROR
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.

       BREAK-ARRANGEMENT.
           EXEC SQL
              UPDATE GENASA1.PAYARRANGE
              SET    STATUS = 'B',
                     CLOSEDDATE = :WS-RUN-DATE-ISO
              WHERE  ARRANGEID = :WS-ARRANGEID
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              MOVE 16 TO RETURN-CODE
           ELSE
              EXEC SQL
                 UPDATE GENASA1.INVOICE
                 SET    DUEDATE = :WS-ARR-MISSED-DUE
                 WHERE  STATUS = 'O'
                   AND  DUEDATE > :WS-ARR-MISSED-DUE
                   AND  INVOICENUMBER IN
                        (SELECT INVOICENUMBER
                         FROM   GENASA1.PAYARRLINE
                         WHERE  ARRANGEID = :WS-ARRANGEID
                           AND  LINETYPE = 'I')
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
                 PERFORM DISPLAY-SQL-ERROR
                 MOVE 16 TO RETURN-CODE
              END-IF
              ADD 1 TO WS-CNT-ARR-BROKEN
           END-IF.

       AGE-UNPAID-INVOICES.
           MOVE '0001-01-01' TO WS-RESTART-DUEDATE.
           MOVE 0 TO WS-RESTART-INVOICE.
           PERFORM TAKE-CHECKPOINT.
           PERFORM OPEN-C1.
           PERFORM FETCH-C1.
           PERFORM WITH TEST BEFORE
                   UNTIL SQLCODE NOT = 0 AND NOT RETRY-PENDING
              IF RETRY-PENDING THEN
                 PERFORM RETRY-UNIT-OF-WORK
                 PERFORM OPEN-C1
              ELSE
                 PERFORM AGE-ONE-INVOICE
                 PERFORM COMMIT-CHECKPOINT
              END-IF
              PERFORM FETCH-C1
           END-PERFORM.
           EXEC SQL CLOSE C1 END-EXEC.

       OPEN-C1.
           EXEC SQL OPEN C1 END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
           END-IF.

       FETCH-C1.
           IF NOT RETRY-PENDING THEN
              EXEC SQL
                 FETCH C1
                 INTO :WS-INVOICENUMBER, :WS-POLICYNUMBER,
                      :WS-CUSTOMERNUMBER, :WS-DUEDATE, :WS-INV-AMOUNT
              END-EXEC
              IF SQLCODE < 0 THEN
                 PERFORM DISPLAY-SQL-ERROR
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.

       AGE-ONE-INVOICE.
           ADD WS-INV-AMOUNT TO WS-AGE-AMOUNT(WS-AGE-IDX).

           IF WS-DAYS-OVERDUE > WS-GRACE-DAYS THEN
              PERFORM CHECK-FINAL-WARNING
              IF WS-WARNING-COUNT > 0 THEN
                 PERFORM LAPSE-POLICY
              END-IF
           END-IF.

      *    A POLICY IS ONLY LAPSED ONCE LGDB2DUN HAS SENT THE FINAL
      *    WARNING FOR THE INVOICE AND THE LAPSE DATE STATED ON IT
      *    HAS COME.
       CHECK-FINAL-WARNING.
           EXEC SQL
              SELECT COUNT(*)
              INTO  :WS-WARNING-COUNT
              FROM GENASA1.DUNNING
              WHERE INVOICENUMBER = :WS-INVOICENUMBER
                AND STAGE = 3
                AND LAPSEDATE <= :WS-RUN-DATE-ISO
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              MOVE 16 TO RETURN-CODE
              MOVE 0 TO WS-WARNING-COUNT
           END-IF.

      *----------------------------------------------------------------*
           MOVE WS-DUEDATE TO LP-DUEDATE.
           MOVE WS-INV-AMOUNT TO LP-AMOUNT.
           MOVE WS-RUN-DATE-ISO TO LP-LAPSE-DATE.
           ADD 1 TO WS-HOLD-COUNT.
           MOVE 'L' TO WS-HOLD-FILE(WS-HOLD-COUNT).
           MOVE LAPSE-RECORD TO WS-HOLD-RECORD(WS-HOLD-COUNT).
           ADD 1 TO WS-CNT-LAPSED.

      *----------------------------------------------------------------*
           MOVE SQLSTATE TO ERR-SQLSTATE.
           MOVE SQLERRMC TO ERR-SQLERRMC.
           CALL 'LGSQLERR' USING WS-SQLERR.
           IF ERR-ACTION = 'R' THEN
              SET RETRY-PENDING TO TRUE
           END-IF.

       DISPLAY-SUMMARY.
           DISPLAY '-----------------------------------------'.
           DISPLAY '  PAYMENTS READ.........: ' WS-CNT-PAYMENTS.
           DISPLAY '  PAYMENTS MATCHED......: ' WS-CNT-MATCHED.
           DISPLAY '  PAYMENTS UNMATCHED....: ' WS-CNT-UNMATCHED.
           DISPLAY '  HELD IN SUSPENSE......: ' WS-CNT-SUSPENSE.
           DISPLAY '  POLICIES LAPSED.......: ' WS-CNT-LAPSED.
           DISPLAY '  CREDIT NOTES WORKED...: ' WS-CNT-CREDITS.
           DISPLAY '  INVOICES NETTED.......: ' WS-CNT-INV-NETTED.
           DISPLAY '  ARRANGEMENTS KEPT.....: ' WS-CNT-ARR-KEPT.
           DISPLAY '  ARRANGEMENTS BROKEN...: ' WS-CNT-ARR-BROKEN.
           DISPLAY '  DEADLOCK RETRIES......: ' WS-CNT-RETRIES.
           DISPLAY ' '.
           DISPLAY 'UNPAID INVOICE AGING'.
           DISPLAY 'BUCKET        COUNT    AMOUNT'.
