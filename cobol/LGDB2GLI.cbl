      *    NIGHTLY GENERAL-LEDGER POSTING INTERFACE. TURNS THE
      *    MONEY EVENTS FINANCE USED TO RE-KEY FROM REPORTS INTO
      *    BALANCED DOUBLE-ENTRY JOURNAL RECORDS: 'INV' INVOICE
      *    POSTINGS (NEVER OF AN INVOICE VOIDED - STATUS 'W' - BY A
      *    WITHDRAWAL OR ALTERATION), 'IVW' REVERSALS OF INVOICES
      *    VOIDED AFTER THEY WERE JOURNALED, ON THE 'INV' ACCOUNTS
      *    SWAPPED, 'CLM' CLAIM PAYMENTS, 'REF' POLCANCEL REFUNDS,
      *    'COM' BROKER COMMISSION PAYABLES, AND 'CRC' RECOVERIES
      *    AND 'CWO' WRITE-OFFS THE COLLECTION AGENCY RETURNED
      *    THROUGH LGDB2CRT, AND FOR UNALLOCATED CASH 'SUS'
      *    RECEIPTS LGDB2PAY PUT IN SUSPENSE, 'SAL' ALLOCATIONS
      *    OF THEM TO INVOICES AND 'SRF' REFUNDS OF THEM, BOTH
      *    MADE THROUGH ACCPGMS, AND FOR DEFERRED ACQUISITION COST
      *    THE MONTH'S 'DAD' NEW DEFERRAL, 'DAM' AMORTISATION AND
      *    'DWO' WRITE-OFF FROM LGDB2DAC'S DACHISTORY, AND 'VIN'
      *    VENDOR INVOICES DFSSAM21 MATCHED AND RELEASED ON ITS
      *    PAYABLES FILE (APIN) - THESE CARRY THE VENDOR'S CURRENCY
      *    AND PAYMENT TERMS ONTO THE JOURNAL. ACCOUNTS COME
      *    FROM THE GLACCOUNTMAP TABLE PER SOURCE TYPE; EACH SOURCE ROW
      *    IS JOURNALED EXACTLY ONCE (THE GLJOURNAL TABLE IS THE
      *    HIGH-WATER MARK), SO THE BATCH IS A SAFE RERUN. THE
      *    GLOUT FILE CARRIES A BATCH HEADER AND A TRAILER WITH
      *    POSTINGS LAND IN THE CURRENT GL PERIOD UNLESS GLPERIOD
      *    SAYS IT IS CLOSED - THEN THEY ROLL INTO THE NEXT OPEN
      *    PERIOD INSTEAD OF DISAPPEARING INTO A CLOSED ONE.
      *    A DEADLOCK OR TIMEOUT (LGSQLERR ACTION 'R') ROLLS BACK
      *    THE UNIT OF WORK SINCE THE LAST COMMIT AND REOPENS THE
      *    SOURCE CURSOR - THE HIGH-WATER MARK MAKES THE REPLAY PICK
      *    UP EXACTLY THE ROWS ROLLED BACK. GLOUT RECORDS ARE HELD
      *    UNTIL THEIR UNIT COMMITS. LGRUNLOG COUNTS AND PACES THE
      *    RETRIES; THE JOB FAILS (RC 16) ONLY WHEN THEY RUN OUT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           SELECT GLOUT ASSIGN TO GLOUT
               FILE STATUS IS GLOUT-STATUS
               ORGANIZATION IS SEQUENTIAL.
           SELECT APIN ASSIGN TO APIN
               FILE STATUS IS APIN-STATUS
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.

           05 GL-CREDITACCOUNT       PIC X(8).
           05 GL-AMOUNT              PIC 9(9).
           05 GL-GLPERIOD            PIC X(7).
           05 GL-CURRENCY            PIC X(3).
           05 GL-PAYTERMS            PIC X(10).
           05 FILLER                 PIC X(22) VALUE SPACES.
       01 GLOUT-HEADER.
           05 GH-RECORD-TYPE         PIC X(1).
           05 GH-BATCHNUMBER         PIC 9(9).
           05 GT-AMOUNT-HASH         PIC 9(13).
           05 FILLER                 PIC X(57) VALUE SPACES.

      *    PAYABLES RELEASED BY THE DFSSAM21 INVOICE MATCH - ONE
      *    RECORD PER MATCHED INVOICE LINE, KEYED BY ITS VOUCHER.
       FD APIN RECORDING MODE F.
       01 APIN-RECORD.
           05 AP-VOUCHER-NO          PIC 9(9).
           05 AP-VENDOR-CODE         PIC X(6).
           05 AP-INVOICE-NO          PIC X(10).
           05 AP-INVOICE-LINE        PIC 9(3).
           05 AP-INVOICE-DATE.
              10 AP-INVOICE-YEAR     PIC 9(4).
              10 AP-INVOICE-MONTH    PIC 9(2).
              10 AP-INVOICE-DAY      PIC 9(2).
           05 AP-PO-NUMBER           PIC 9(6).
           05 AP-QUANTITY            PIC S9(7)V9.
           05 AP-AMOUNT              PIC S9(9)V99.
           05 AP-CURRENCY            PIC X(3).
           05 AP-PAYTERMS            PIC X(10).
           05 FILLER                 PIC X(6).

       WORKING-STORAGE SECTION.

       01 GLOUT-STATUS               PIC 99.
       01 APIN-STATUS                PIC 99.
       01 WS-APIN-EOF-SW             PIC X VALUE 'N'.
          88 APIN-EOF                      VALUE 'Y'.

       01  WS-TODAY.
           05 WS-TODAY-YEAR   PIC 9999.
       01  WS-SOURCEDATE             PIC X(10).
       01  DB2-AMOUNT-INT            PIC S9(9) COMP.
       01  WS-SOURCETYPE             PIC X(3).
       01  WS-COLL-TXNTYPE           PIC X(1).
       01  WS-ALLOC-TYPE             PIC X(1).
       01  WS-DEBITACCOUNT           PIC X(8).
       01  WS-CREDITACCOUNT          PIC X(8).
      *    THE POSTING AS IT GOES OUT - A NEGATIVE SOURCE AMOUNT
       01  WS-POST-CREDIT            PIC X(8).
       01  WS-POST-AMOUNT            PIC S9(9) COMP.

      *    CURRENCY AND PAYMENT TERMS GO ON VENDOR INVOICE JOURNALS
      *    ONLY - EVERY OTHER SOURCE POSTS THEM AS NULL (HOUSE
      *    CURRENCY, NO TERMS).
       01  WS-CURRENCY               PIC X(3) VALUE SPACES.
       01  WS-CURRENCY-IND           PIC S9(4) COMP VALUE -1.
       01  WS-PAYTERMS               PIC X(10) VALUE SPACES.
       01  WS-PAYTERMS-IND           PIC S9(4) COMP VALUE -1.
       01  WS-VOUCHER-JOURNALED      PIC S9(9) COMP.

      *    RUN TOTALS - SAVED AT EACH COMMIT SO A REPLAYED UNIT OF
      *    WORK DOES NOT COUNT ITS ROWS TWICE.
       01  WS-RUN-TOTALS.
           05 WS-CNT-JOURNALED       PIC 9(9) VALUE 0.
           05 WS-AMOUNT-HASH         PIC 9(13) VALUE 0.
           05 WS-CNT-INV             PIC 9(7) VALUE 0.
           05 WS-CNT-IVW             PIC 9(7) VALUE 0.
           05 WS-CNT-CLM             PIC 9(7) VALUE 0.
           05 WS-CNT-REF             PIC 9(7) VALUE 0.
           05 WS-CNT-COM             PIC 9(7) VALUE 0.
           05 WS-CNT-CRC             PIC 9(7) VALUE 0.
           05 WS-CNT-COL             PIC 9(7) VALUE 0.
           05 WS-CNT-CWO             PIC 9(7) VALUE 0.
           05 WS-CNT-SUS             PIC 9(7) VALUE 0.
           05 WS-CNT-SAL             PIC 9(7) VALUE 0.
           05 WS-CNT-SRF             PIC 9(7) VALUE 0.
           05 WS-CNT-SPN             PIC 9(7) VALUE 0.
           05 WS-CNT-DAD             PIC 9(7) VALUE 0.
           05 WS-CNT-DAM             PIC 9(7) VALUE 0.
           05 WS-CNT-DWO             PIC 9(7) VALUE 0.
           05 WS-CNT-DAC             PIC 9(7) VALUE 0.
           05 WS-CNT-VIN             PIC 9(7) VALUE 0.

      *    PERIODIC COMMIT SO THE JOB DOES NOT HOLD LOCKS AND LOG
      *    SPACE FOR THE FULL LENGTH OF THE RUN.
       01  WS-COMMIT-INTERVAL          PIC S9(9) COMP VALUE 1000.
       01  WS-ROWS-SINCE-COMMIT        PIC S9(9) COMP VALUE 0.

      *    DEADLOCK/TIMEOUT REPLAY.
       01  WS-RETRY-SW                 PIC X VALUE 'N'.
           88 RETRY-PENDING                  VALUE 'Y'.
       01  WS-RETRY-ATTEMPT            PIC 9(4) VALUE 0.
       01  WS-CNT-RETRIES              PIC 9(7) VALUE 0.
       01  WS-CKPT-TOTALS              PIC X(141).
       01  WS-CKPT-RC                  PIC S9(4) COMP.

      *    GLOUT DETAIL RECORDS OF THE OPEN UNIT OF WORK - ONE PER
      *    SOURCE ROW AT MOST, SO THE COMMIT INTERVAL BOUNDS IT.
       01  WS-HOLD-MAX                 PIC S9(4) COMP VALUE 1000.
       01  WS-HOLD-COUNT               PIC S9(4) COMP VALUE 0.
       01  WS-HOLD-IX                  PIC S9(4) COMP.
       01  WS-HOLD-TABLE.
           05 WS-HOLD-RECORD OCCURS 1000 TIMES PIC X(80).

      * Central run-control (RUNLOG) interface
       01  WS-RUNLOG.
           COPY RUNCPY1.
           END-EXEC.

      *    INVOICE ROWS NOT YET JOURNALED - PREMIUM RECEIVABLE.
      *    A PAYMENT ARRANGEMENT'S INSTALMENTS ONLY RESCHEDULE A
      *    RECEIVABLE ALREADY JOURNALED WITH THE INVOICES THEY
      *    REPLACED, SO THEY ARE NOT JOURNALED AGAIN.
           EXEC SQL
             DECLARE CINV CURSOR WITH HOLD FOR
               SELECT INVOICENUMBER, DUEDATE, AMOUNT
                        WHERE GENASA1.GLJOURNAL.SOURCETYPE = 'INV'
                          AND GENASA1.GLJOURNAL.SOURCEKEY =
                              GENASA1.INVOICE.INVOICENUMBER)
                 AND  NOT EXISTS
                      (SELECT 1 FROM GENASA1.PAYARRLINE
                        WHERE GENASA1.PAYARRLINE.LINETYPE = 'I'
                          AND GENASA1.PAYARRLINE.INVOICENUMBER =
                              GENASA1.INVOICE.INVOICENUMBER)
                 AND  COALESCE(STATUS, ' ') <> 'W'
           END-EXEC.

      *    VOIDED INVOICES WHOSE RECEIVABLE WAS ALREADY JOURNALED
      *    AND NOT YET REVERSED. THE AMOUNT COMES BACK NEGATIVE, SO
      *    IT POSTS ON THE 'INV' ACCOUNTS SWAPPED.
           EXEC SQL
             DECLARE CIVW CURSOR WITH HOLD FOR
               SELECT INVOICENUMBER, CHAR(CURRENT DATE, ISO),
                      0 - AMOUNT
               FROM   GENASA1.INVOICE
               WHERE  STATUS = 'W'
                 AND  EXISTS
                      (SELECT 1 FROM GENASA1.GLJOURNAL
                        WHERE GENASA1.GLJOURNAL.SOURCETYPE = 'INV'
                          AND GENASA1.GLJOURNAL.SOURCEKEY =
                              GENASA1.INVOICE.INVOICENUMBER)
                 AND  NOT EXISTS
                      (SELECT 1 FROM GENASA1.GLJOURNAL
                        WHERE GENASA1.GLJOURNAL.SOURCETYPE = 'IVW'
                          AND GENASA1.GLJOURNAL.SOURCEKEY =
                              GENASA1.INVOICE.INVOICENUMBER)
           END-EXEC.

      *    CLAIM PAYMENTS NOT YET JOURNALED - EACH ROW CARRIES ITS
                              POLICY.POLICYNUMBER)
           END-EXEC.

      *    COLLECTION-AGENCY RECOVERIES ('R') OR WRITE-OFFS ('W')
      *    NOT YET JOURNALED UNDER THE SOURCE TYPE BEING POSTED.
           EXEC SQL
             DECLARE CCOL CURSOR WITH HOLD FOR
               SELECT TXNNUMBER, TXNDATE, AMOUNT
               FROM   GENASA1.COLLECTTXN
               WHERE  TXNTYPE = :WS-COLL-TXNTYPE
                 AND  NOT EXISTS
                      (SELECT 1 FROM GENASA1.GLJOURNAL
                        WHERE GENASA1.GLJOURNAL.SOURCETYPE =
                              :WS-SOURCETYPE
                          AND GENASA1.GLJOURNAL.SOURCEKEY =
                              GENASA1.COLLECTTXN.TXNNUMBER)
           END-EXEC.

      *    RECEIPTS HELD IN SUSPENSE NOT YET JOURNALED - THE CASH
      *    IS IN THE BANK, OWED TO NOBODY WE KNOW YET.
           EXEC SQL
             DECLARE CSUS CURSOR WITH HOLD FOR
               SELECT SUSPENSEID, RECEIVEDDATE, AMOUNT
               FROM   GENASA1.SUSPENSE
               WHERE  NOT EXISTS
                      (SELECT 1 FROM GENASA1.GLJOURNAL
                        WHERE GENASA1.GLJOURNAL.SOURCETYPE = 'SUS'
                          AND GENASA1.GLJOURNAL.SOURCEKEY =
                              GENASA1.SUSPENSE.SUSPENSEID)
           END-EXEC.

      *    SUSPENSE ALLOCATIONS TO INVOICES ('I') OR REFUNDS ('F')
      *    NOT YET JOURNALED UNDER THE SOURCE TYPE BEING POSTED.
           EXEC SQL
             DECLARE CSAL CURSOR WITH HOLD FOR
               SELECT ALLOCID, ALLOCDATE, AMOUNT
               FROM   GENASA1.SUSPALLOC
               WHERE  ALLOCTYPE = :WS-ALLOC-TYPE
                 AND  NOT EXISTS
                      (SELECT 1 FROM GENASA1.GLJOURNAL
                        WHERE GENASA1.GLJOURNAL.SOURCETYPE =
                              :WS-SOURCETYPE
                          AND GENASA1.GLJOURNAL.SOURCEKEY =
                              GENASA1.SUSPALLOC.ALLOCID)
           END-EXEC.

      *    DAC MOVEMENTS NOT YET JOURNALED UNDER THE SOURCE TYPE
      *    BEING POSTED - THE NEW DEFERRAL, THE AMORTISATION OR THE
      *    WRITE-OFF COLUMN OF THE SNAPSHOT ROW.
           EXEC SQL
             DECLARE CDAC CURSOR WITH HOLD FOR
               SELECT DACID, REPORTDATE,
                      CASE :WS-SOURCETYPE
                           WHEN 'DAD' THEN NEWDAC
                           WHEN 'DAM' THEN AMORTISED
                           ELSE WRITTENOFF END
               FROM   GENASA1.DACHISTORY
               WHERE  NOT EXISTS
                      (SELECT 1 FROM GENASA1.GLJOURNAL
                        WHERE GENASA1.GLJOURNAL.SOURCETYPE =
                              :WS-SOURCETYPE
                          AND GENASA1.GLJOURNAL.SOURCEKEY =
                              GENASA1.DACHISTORY.DACID)
           END-EXEC.

      * Number-range allocation through NUMPGM1
       01  WS-NUM.
           COPY NUMCPY1.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.
           PERFORM GET-ACCOUNT-MAP.
           PERFORM JOURNAL-INVOICES.

      *    A REVERSAL GOES BACK THROUGH THE ACCOUNTS THE INVOICE
      *    WAS JOURNALED ON - NO MAPPING OF ITS OWN.
           MOVE 'IVW' TO WS-SOURCETYPE.
           PERFORM JOURNAL-VOIDED-INVOICES.

           MOVE 'CLM' TO WS-SOURCETYPE.
           PERFORM GET-ACCOUNT-MAP.
           PERFORM JOURNAL-CLAIM-PAYMENTS.
           PERFORM GET-ACCOUNT-MAP.
           PERFORM JOURNAL-COMMISSIONS.

           MOVE 'CRC' TO WS-SOURCETYPE.
           MOVE 'R' TO WS-COLL-TXNTYPE.
           PERFORM GET-ACCOUNT-MAP.
           PERFORM JOURNAL-COLLECTIONS.
           MOVE WS-CNT-COL TO WS-CNT-CRC.

           MOVE 'CWO' TO WS-SOURCETYPE.
           MOVE 'W' TO WS-COLL-TXNTYPE.
           PERFORM GET-ACCOUNT-MAP.
           PERFORM JOURNAL-COLLECTIONS.
           MOVE WS-CNT-COL TO WS-CNT-CWO.

           MOVE 'SUS' TO WS-SOURCETYPE.
           PERFORM GET-ACCOUNT-MAP.
           PERFORM JOURNAL-SUSPENSE-RECEIPTS.

           MOVE 'SAL' TO WS-SOURCETYPE.
           MOVE 'I' TO WS-ALLOC-TYPE.
           PERFORM GET-ACCOUNT-MAP.
           PERFORM JOURNAL-SUSPENSE-ALLOCATIONS.
           MOVE WS-CNT-SPN TO WS-CNT-SAL.

           MOVE 'SRF' TO WS-SOURCETYPE.
           MOVE 'F' TO WS-ALLOC-TYPE.
           PERFORM GET-ACCOUNT-MAP.
           PERFORM JOURNAL-SUSPENSE-ALLOCATIONS.
           MOVE WS-CNT-SPN TO WS-CNT-SRF.

           MOVE 'DAD' TO WS-SOURCETYPE.
           PERFORM GET-ACCOUNT-MAP.
           PERFORM JOURNAL-DAC-MOVEMENTS.
           MOVE WS-CNT-DAC TO WS-CNT-DAD.

           MOVE 'DAM' TO WS-SOURCETYPE.
           PERFORM GET-ACCOUNT-MAP.
           PERFORM JOURNAL-DAC-MOVEMENTS.
           MOVE WS-CNT-DAC TO WS-CNT-DAM.

           MOVE 'DWO' TO WS-SOURCETYPE.
           PERFORM GET-ACCOUNT-MAP.
           PERFORM JOURNAL-DAC-MOVEMENTS.
           MOVE WS-CNT-DAC TO WS-CNT-DWO.

           MOVE 'VIN' TO WS-SOURCETYPE.
           PERFORM GET-ACCOUNT-MAP.
           PERFORM JOURNAL-VENDOR-INVOICES.

           PERFORM TAKE-CHECKPOINT.

           PERFORM WRITE-BATCH-TRAILER.

           PERFORM DISPLAY-SUMMARY.

           MOVE RETURN-CODE TO RUN-RETURN-CODE.
           CALL 'LGRUNLOG' USING WS-RUNLOG.

      *    NOTHING IS COMMITTED ONCE A DEADLOCK IS PENDING - THE
      *    LOOP ROLLS THE UNIT BACK FIRST.
       COMMIT-CHECKPOINT.
           IF NOT RETRY-PENDING THEN
              ADD 1 TO WS-ROWS-SINCE-COMMIT
              IF WS-ROWS-SINCE-COMMIT >= WS-COMMIT-INTERVAL OR
                 WS-HOLD-COUNT >= WS-HOLD-MAX THEN
                 PERFORM TAKE-CHECKPOINT
              END-IF
           END-IF.

      *    ALSO TAKEN AT THE START OF EACH SOURCE PHASE, SO A REPLAY
      *    NEVER REACHES BACK INTO THE PHASE BEFORE.
       TAKE-CHECKPOINT.
           EXEC SQL COMMIT END-EXEC.
           PERFORM RELEASE-HELD-RECORDS.
           MOVE 0 TO WS-ROWS-SINCE-COMMIT.
           MOVE 0 TO WS-RETRY-ATTEMPT.
           MOVE WS-RUN-TOTALS TO WS-CKPT-TOTALS.
           MOVE RETURN-CODE TO WS-CKPT-RC.

      *    LGSQLERR CLASSED A FAILURE IN THE UNIT AS A DEADLOCK OR
      *    TIMEOUT. ROLL IT BACK, HAVE LGRUNLOG COUNT THE RETRY AND
      *    WAIT, THEN PUT THE TOTALS BACK SO THE PHASE CAN REOPEN
      *    ITS CURSOR.
       RETRY-UNIT-OF-WORK.
           EXEC SQL ROLLBACK END-EXEC.
           MOVE 'N' TO WS-RETRY-SW.
           MOVE 0 TO WS-ROWS-SINCE-COMMIT.
           MOVE 0 TO WS-HOLD-COUNT.
           MOVE WS-CKPT-TOTALS TO WS-RUN-TOTALS.
           MOVE WS-CKPT-RC TO RETURN-CODE.
           ADD 1 TO WS-RETRY-ATTEMPT.
           MOVE 'R' TO RUN-FUNCTION.
           MOVE WS-RETRY-ATTEMPT TO RUN-RETRY-ATTEMPT.
           CALL 'LGRUNLOG' USING WS-RUNLOG.
           IF RUN-RC = 10 THEN
              DISPLAY 'LGDB2GLI DEADLOCK RETRIES EXHAUSTED IN '
                      WS-SOURCETYPE ' POSTING'
              MOVE 16 TO RETURN-CODE
              PERFORM DISPLAY-SUMMARY
              PERFORM MARK-RUN-ENDED
              CLOSE GLOUT
              STOP RUN
           END-IF.
           ADD 1 TO WS-CNT-RETRIES.
           DISPLAY 'LGDB2GLI UNIT OF WORK ROLLED BACK - REPLAY '
                   WS-RETRY-ATTEMPT ' IN ' WS-SOURCETYPE ' POSTING'.

       RELEASE-HELD-RECORDS.
           PERFORM VARYING WS-HOLD-IX FROM 1 BY 1
                   UNTIL WS-HOLD-IX > WS-HOLD-COUNT
              WRITE GLOUT-RECORD FROM WS-HOLD-RECORD(WS-HOLD-IX)
           END-PERFORM.
           MOVE 0 TO WS-HOLD-COUNT.

      *----------------------------------------------------------------*
      *    START FROM THE CURRENT MONTH AND ROLL FORWARD PAST ANY
      *    PERIOD FINANCE HAS CLOSED. A PERIOD WITH NO GLPERIOD ROW
           END-PERFORM.

       GET-NEXT-BATCH-NUMBER.
           MOVE 'GLBATCH' TO NUM-KEY-TYPE.
           MOVE 1 TO NUM-COUNT.
           CALL 'NUMPGM1' USING WS-NUM.
           IF NUM-RC NOT = 0 THEN
              DISPLAY 'LGDB2GLI - NO GL BATCH NUMBER, NUMPGM1 RC '
                      NUM-RC
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE NUM-FIRST TO DB2-BATCHNUMBER-INT.

      *    A SOURCE TYPE WITH NO ACCOUNT MAPPING CANNOT POST -
      *    BETTER TO STOP THE JOB THAN INVENT ACCOUNT NUMBERS.

      *----------------------------------------------------------------*
       JOURNAL-INVOICES.
           PERFORM TAKE-CHECKPOINT.
           EXEC SQL OPEN CINV END-EXEC.
           PERFORM FETCH-CINV.
           PERFORM WITH TEST BEFORE
                   UNTIL SQLCODE NOT = 0 AND NOT RETRY-PENDING
              IF RETRY-PENDING THEN
                 PERFORM RETRY-UNIT-OF-WORK
                 EXEC SQL OPEN CINV END-EXEC
              ELSE
                 PERFORM WRITE-JOURNAL-RECORD
                 ADD 1 TO WS-CNT-INV
                 PERFORM COMMIT-CHECKPOINT
              END-IF
              PERFORM FETCH-CINV
           END-PERFORM.
           EXEC SQL CLOSE CINV END-EXEC.

       FETCH-CINV.
           IF NOT RETRY-PENDING THEN
              EXEC SQL
                 FETCH CINV
                 INTO :DB2-SOURCEKEY-INT, :WS-SOURCEDATE,
                      :DB2-AMOUNT-INT
              END-EXEC
              IF SQLCODE < 0 THEN
                 PERFORM UNIT-SQL-ERROR
              END-IF
           END-IF.

       JOURNAL-VOIDED-INVOICES.
           PERFORM TAKE-CHECKPOINT.
           EXEC SQL OPEN CIVW END-EXEC.
           PERFORM FETCH-CIVW.
           PERFORM WITH TEST BEFORE
                   UNTIL SQLCODE NOT = 0 AND NOT RETRY-PENDING
              IF RETRY-PENDING THEN
                 PERFORM RETRY-UNIT-OF-WORK
                 EXEC SQL OPEN CIVW END-EXEC
              ELSE
                 PERFORM WRITE-JOURNAL-RECORD
                 ADD 1 TO WS-CNT-IVW
                 PERFORM COMMIT-CHECKPOINT
              END-IF
              PERFORM FETCH-CIVW
           END-PERFORM.
           EXEC SQL CLOSE CIVW END-EXEC.

       FETCH-CIVW.
           IF NOT RETRY-PENDING THEN
              EXEC SQL
                 FETCH CIVW
                 INTO :DB2-SOURCEKEY-INT, :WS-SOURCEDATE,
                      :DB2-AMOUNT-INT
              END-EXEC
              IF SQLCODE < 0 THEN
                 PERFORM UNIT-SQL-ERROR
              END-IF
           END-IF.

       JOURNAL-CLAIM-PAYMENTS.
           PERFORM TAKE-CHECKPOINT.
           EXEC SQL OPEN CCLM END-EXEC.
           PERFORM FETCH-CCLM.
           PERFORM WITH TEST BEFORE
                   UNTIL SQLCODE NOT = 0 AND NOT RETRY-PENDING
              IF RETRY-PENDING THEN
                 PERFORM RETRY-UNIT-OF-WORK
                 EXEC SQL OPEN CCLM END-EXEC
              ELSE
                 IF DB2-AMOUNT-INT NOT = 0 THEN
                    PERFORM WRITE-JOURNAL-RECORD
                    ADD 1 TO WS-CNT-CLM
                 END-IF
                 IF NOT RETRY-PENDING THEN
                    PERFORM MARK-PAYMENT-JOURNALED
                 END-IF
                 PERFORM COMMIT-CHECKPOINT
              END-IF
              PERFORM FETCH-CCLM
           END-PERFORM.
           EXEC SQL CLOSE CCLM END-EXEC.

       FETCH-CCLM.
           IF NOT RETRY-PENDING THEN
              EXEC SQL
                 FETCH CCLM
                 INTO :DB2-SOURCEKEY-INT, :WS-SOURCEDATE,
                      :DB2-AMOUNT-INT
              END-EXEC
              IF SQLCODE < 0 THEN
                 PERFORM UNIT-SQL-ERROR
              END-IF
           END-IF.

      *    THE ROW JUST FETCHED IS THE ONE STAMPED - A POSITIONED
              WHERE CURRENT OF CCLM
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM UNIT-SQL-ERROR
           END-IF.

       JOURNAL-REFUNDS.
           PERFORM TAKE-CHECKPOINT.
           EXEC SQL OPEN CREF END-EXEC.
           PERFORM FETCH-CREF.
           PERFORM WITH TEST BEFORE
                   UNTIL SQLCODE NOT = 0 AND NOT RETRY-PENDING
              IF RETRY-PENDING THEN
                 PERFORM RETRY-UNIT-OF-WORK
                 EXEC SQL OPEN CREF END-EXEC
              ELSE
                 PERFORM WRITE-JOURNAL-RECORD
                 ADD 1 TO WS-CNT-REF
                 PERFORM COMMIT-CHECKPOINT
              END-IF
              PERFORM FETCH-CREF
           END-PERFORM.
           EXEC SQL CLOSE CREF END-EXEC.

       FETCH-CREF.
           IF NOT RETRY-PENDING THEN
              EXEC SQL
                 FETCH CREF
                 INTO :DB2-SOURCEKEY-INT, :WS-SOURCEDATE,
                      :DB2-AMOUNT-INT
              END-EXEC
              IF SQLCODE < 0 THEN
                 PERFORM UNIT-SQL-ERROR
              END-IF
           END-IF.

       JOURNAL-COMMISSIONS.
           PERFORM TAKE-CHECKPOINT.
           EXEC SQL OPEN CCOM END-EXEC.
           PERFORM FETCH-CCOM.
           PERFORM WITH TEST BEFORE
                   UNTIL SQLCODE NOT = 0 AND NOT RETRY-PENDING
              IF RETRY-PENDING THEN
                 PERFORM RETRY-UNIT-OF-WORK
                 EXEC SQL OPEN CCOM END-EXEC
              ELSE
                 IF DB2-AMOUNT-INT > 0 THEN
                    PERFORM WRITE-JOURNAL-RECORD
                    ADD 1 TO WS-CNT-COM
                 END-IF
                 PERFORM COMMIT-CHECKPOINT
              END-IF
              PERFORM FETCH-CCOM
           END-PERFORM.
           EXEC SQL CLOSE CCOM END-EXEC.

       FETCH-CCOM.
           IF NOT RETRY-PENDING THEN
              EXEC SQL
                 FETCH CCOM
                 INTO :DB2-SOURCEKEY-INT, :WS-SOURCEDATE,
                      :DB2-AMOUNT-INT
              END-EXEC
              IF SQLCODE < 0 THEN
                 PERFORM UNIT-SQL-ERROR
              END-IF
           END-IF.

      *    RUN ONCE PER COLLECTION SOURCE TYPE - WS-SOURCETYPE AND
      *    WS-COLL-TXNTYPE SAY WHICH, WS-CNT-COL COUNTS THE PASS.
       JOURNAL-COLLECTIONS.
           MOVE 0 TO WS-CNT-COL.
           PERFORM TAKE-CHECKPOINT.
           EXEC SQL OPEN CCOL END-EXEC.
           PERFORM FETCH-CCOL.
           PERFORM WITH TEST BEFORE
                   UNTIL SQLCODE NOT = 0 AND NOT RETRY-PENDING
              IF RETRY-PENDING THEN
                 PERFORM RETRY-UNIT-OF-WORK
                 EXEC SQL OPEN CCOL END-EXEC
              ELSE
                 IF DB2-AMOUNT-INT > 0 THEN
                    PERFORM WRITE-JOURNAL-RECORD
                    ADD 1 TO WS-CNT-COL
                 END-IF
                 PERFORM COMMIT-CHECKPOINT
              END-IF
              PERFORM FETCH-CCOL
           END-PERFORM.
           EXEC SQL CLOSE CCOL END-EXEC.

       FETCH-CCOL.
           IF NOT RETRY-PENDING THEN
              EXEC SQL
                 FETCH CCOL
                 INTO :DB2-SOURCEKEY-INT, :WS-SOURCEDATE,
                      :DB2-AMOUNT-INT
              END-EXEC
              IF SQLCODE < 0 THEN
                 PERFORM UNIT-SQL-ERROR
              END-IF
           END-IF.

       JOURNAL-SUSPENSE-RECEIPTS.
           PERFORM TAKE-CHECKPOINT.
           EXEC SQL OPEN CSUS END-EXEC.
           PERFORM FETCH-CSUS.
           PERFORM WITH TEST BEFORE
                   UNTIL SQLCODE NOT = 0 AND NOT RETRY-PENDING
              IF RETRY-PENDING THEN
                 PERFORM RETRY-UNIT-OF-WORK
                 EXEC SQL OPEN CSUS END-EXEC
              ELSE
                 IF DB2-AMOUNT-INT > 0 THEN
                    PERFORM WRITE-JOURNAL-RECORD
                    ADD 1 TO WS-CNT-SUS
                 END-IF
                 PERFORM COMMIT-CHECKPOINT
              END-IF
              PERFORM FETCH-CSUS
           END-PERFORM.
           EXEC SQL CLOSE CSUS END-EXEC.

       FETCH-CSUS.
           IF NOT RETRY-PENDING THEN
              EXEC SQL
                 FETCH CSUS
                 INTO :DB2-SOURCEKEY-INT, :WS-SOURCEDATE,
                      :DB2-AMOUNT-INT
              END-EXEC
              IF SQLCODE < 0 THEN
                 PERFORM UNIT-SQL-ERROR
              END-IF
           END-IF.

      *    RUN ONCE PER ALLOCATION SOURCE TYPE - WS-SOURCETYPE AND
      *    WS-ALLOC-TYPE SAY WHICH, WS-CNT-SPN COUNTS THE PASS.
       JOURNAL-SUSPENSE-ALLOCATIONS.
           MOVE 0 TO WS-CNT-SPN.
           PERFORM TAKE-CHECKPOINT.
           EXEC SQL OPEN CSAL END-EXEC.
           PERFORM FETCH-CSAL.
           PERFORM WITH TEST BEFORE
                   UNTIL SQLCODE NOT = 0 AND NOT RETRY-PENDING
              IF RETRY-PENDING THEN
                 PERFORM RETRY-UNIT-OF-WORK
                 EXEC SQL OPEN CSAL END-EXEC
              ELSE
                 IF DB2-AMOUNT-INT > 0 THEN
                    PERFORM WRITE-JOURNAL-RECORD
                    ADD 1 TO WS-CNT-SPN
                 END-IF
                 PERFORM COMMIT-CHECKPOINT
              END-IF
              PERFORM FETCH-CSAL
           END-PERFORM.
           EXEC SQL CLOSE CSAL END-EXEC.

       FETCH-CSAL.
           IF NOT RETRY-PENDING THEN
              EXEC SQL
                 FETCH CSAL
                 INTO :DB2-SOURCEKEY-INT, :WS-SOURCEDATE,
                      :DB2-AMOUNT-INT
              END-EXEC
              IF SQLCODE < 0 THEN
                 PERFORM UNIT-SQL-ERROR
              END-IF
           END-IF.

      *    RUN ONCE PER DAC SOURCE TYPE - WS-SOURCETYPE SAYS WHICH
      *    COLUMN, WS-CNT-DAC COUNTS THE PASS. A NEGATIVE
      *    AMORTISATION (A ROUNDING TURN) POSTS WITH THE ACCOUNTS
      *    SWAPPED LIKE ANY OTHER NEGATIVE SOURCE ROW.
       JOURNAL-DAC-MOVEMENTS.
           MOVE 0 TO WS-CNT-DAC.
           PERFORM TAKE-CHECKPOINT.
           EXEC SQL OPEN CDAC END-EXEC.
           PERFORM FETCH-CDAC.
           PERFORM WITH TEST BEFORE
                   UNTIL SQLCODE NOT = 0 AND NOT RETRY-PENDING
              IF RETRY-PENDING THEN
                 PERFORM RETRY-UNIT-OF-WORK
                 EXEC SQL OPEN CDAC END-EXEC
              ELSE
                 IF DB2-AMOUNT-INT NOT = 0 THEN
                    PERFORM WRITE-JOURNAL-RECORD
                    ADD 1 TO WS-CNT-DAC
                 END-IF
                 PERFORM COMMIT-CHECKPOINT
              END-IF
              PERFORM FETCH-CDAC
           END-PERFORM.
           EXEC SQL CLOSE CDAC END-EXEC.

       FETCH-CDAC.
           IF NOT RETRY-PENDING THEN
              EXEC SQL
                 FETCH CDAC
                 INTO :DB2-SOURCEKEY-INT, :WS-SOURCEDATE,
                      :DB2-AMOUNT-INT
              END-EXEC
              IF SQLCODE < 0 THEN
                 PERFORM UNIT-SQL-ERROR
              END-IF
           END-IF.

      *    THE PAYABLES FILE IS READ FROM THE TOP AGAIN AFTER A
      *    ROLLBACK - A VOUCHER ALREADY ON GLJOURNAL IS PASSED OVER,
      *    SO A REPLAY (OR A RERUN OF THE SAME FILE) POSTS NOTHING
      *    TWICE. NO APIN FILE MEANS NO PAYABLES RELEASED YET.
       JOURNAL-VENDOR-INVOICES.
           MOVE 0 TO WS-CNT-VIN.
           PERFORM TAKE-CHECKPOINT.
           OPEN INPUT APIN.
           IF APIN-STATUS = 35 THEN
              DISPLAY 'LGDB2GLI NO APIN PAYABLES FILE - VIN SKIPPED'
           ELSE
              IF APIN-STATUS NOT = 0 THEN
                 DISPLAY 'LGDB2GLI FILE STATUS AT OPEN APIN '
                         APIN-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE 'N' TO WS-APIN-EOF-SW
              MOVE 0 TO WS-CURRENCY-IND
              MOVE 0 TO WS-PAYTERMS-IND
              PERFORM READ-APIN
              PERFORM WITH TEST BEFORE
                      UNTIL APIN-EOF AND NOT RETRY-PENDING
                 IF RETRY-PENDING THEN
                    PERFORM RETRY-UNIT-OF-WORK
                    CLOSE APIN
                    OPEN INPUT APIN
                    MOVE 'N' TO WS-APIN-EOF-SW
                 ELSE
                    PERFORM CHECK-VOUCHER-JOURNALED
                    IF NOT RETRY-PENDING AND
                       WS-VOUCHER-JOURNALED = 0 AND
                       DB2-AMOUNT-INT NOT = 0 THEN
                       PERFORM WRITE-JOURNAL-RECORD
                       ADD 1 TO WS-CNT-VIN
                    END-IF
                    PERFORM COMMIT-CHECKPOINT
                 END-IF
                 PERFORM READ-APIN
              END-PERFORM
              CLOSE APIN
              MOVE SPACES TO WS-CURRENCY
              MOVE SPACES TO WS-PAYTERMS
              MOVE -1 TO WS-CURRENCY-IND
              MOVE -1 TO WS-PAYTERMS-IND
           END-IF.

       READ-APIN.
           IF NOT RETRY-PENDING THEN
              READ APIN
                 AT END SET APIN-EOF TO TRUE
              END-READ
           END-IF.

      *    THE VOUCHER NUMBER IS THE SOURCE KEY; THE AMOUNT POSTS
      *    IN WHOLE UNITS OF THE INVOICE CURRENCY LIKE EVERY OTHER
      *    JOURNAL, DATED BY THE INVOICE.
       CHECK-VOUCHER-JOURNALED.
           MOVE AP-VOUCHER-NO TO DB2-SOURCEKEY-INT.
           COMPUTE DB2-AMOUNT-INT ROUNDED = AP-AMOUNT.
           MOVE SPACES TO WS-SOURCEDATE.
           STRING AP-INVOICE-YEAR '-' AP-INVOICE-MONTH '-'
                  AP-INVOICE-DAY
                  DELIMITED BY SIZE INTO WS-SOURCEDATE.
           MOVE AP-CURRENCY TO WS-CURRENCY.
           MOVE AP-PAYTERMS TO WS-PAYTERMS.
           EXEC SQL
              SELECT COUNT(*)
              INTO  :WS-VOUCHER-JOURNALED
              FROM  GENASA1.GLJOURNAL
              WHERE SOURCETYPE = 'VIN'
                AND SOURCEKEY = :DB2-SOURCEKEY-INT
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM UNIT-SQL-ERROR
           END-IF.

      *----------------------------------------------------------------*
                          CREDITACCOUNT,
                          AMOUNT,
                          GLPERIOD,
                          POSTEDDATE,
                          CURRENCY,
                          PAYTERMS )
                 VALUES ( :DB2-BATCHNUMBER-INT,
                          :WS-SOURCETYPE,
                          :DB2-SOURCEKEY-INT,
                          :WS-POST-CREDIT,
                          :WS-POST-AMOUNT,
                          :WS-GLPERIOD,
                          :WS-POSTED-DATE,
                          :WS-CURRENCY :WS-CURRENCY-IND,
                          :WS-PAYTERMS :WS-PAYTERMS-IND )
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM UNIT-SQL-ERROR
           END-IF.

           MOVE SPACES TO GLOUT-RECORD.
           MOVE WS-POST-CREDIT TO GL-CREDITACCOUNT.
           MOVE WS-POST-AMOUNT TO GL-AMOUNT.
           MOVE WS-GLPERIOD TO GL-GLPERIOD.
           MOVE WS-CURRENCY TO GL-CURRENCY.
           MOVE WS-PAYTERMS TO GL-PAYTERMS.
           ADD 1 TO WS-HOLD-COUNT.
           MOVE GLOUT-RECORD TO WS-HOLD-RECORD(WS-HOLD-COUNT).
           ADD 1 TO WS-CNT-JOURNALED.
           ADD WS-POST-AMOUNT TO WS-AMOUNT-HASH.

           MOVE SQLSTATE TO ERR-SQLSTATE.
           MOVE SQLERRMC TO ERR-SQLERRMC.
           CALL 'LGSQLERR' USING WS-SQLERR.
           IF ERR-ACTION = 'R' THEN
              SET RETRY-PENDING TO TRUE
           END-IF.

      *    AN ERROR INSIDE A UNIT OF WORK ENDS THE JOB UNLESS IT IS
      *    ONE THE UNIT CAN BE REPLAYED FOR.
       UNIT-SQL-ERROR.
           PERFORM DISPLAY-SQL-ERROR.
           IF NOT RETRY-PENDING THEN
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       DISPLAY-SUMMARY.
           DISPLAY '-----------------------------------------'.
           DISPLAY 'LGDB2GLI END OF JOB SUMMARY'.
           DISPLAY '  GL PERIOD POSTED.....: ' WS-GLPERIOD.
           DISPLAY '  INVOICE JOURNALS.....: ' WS-CNT-INV.
           DISPLAY '  VOIDED INVOICE REVS..: ' WS-CNT-IVW.
           DISPLAY '  CLAIM JOURNALS.......: ' WS-CNT-CLM.
           DISPLAY '  REFUND JOURNALS......: ' WS-CNT-REF.
           DISPLAY '  COMMISSION JOURNALS..: ' WS-CNT-COM.
           DISPLAY '  COLLECTION RECOVERIES: ' WS-CNT-CRC.
           DISPLAY '  COLLECTION WRITE-OFFS: ' WS-CNT-CWO.
           DISPLAY '  SUSPENSE RECEIPTS....: ' WS-CNT-SUS.
           DISPLAY '  SUSPENSE ALLOCATIONS.: ' WS-CNT-SAL.
           DISPLAY '  SUSPENSE REFUNDS.....: ' WS-CNT-SRF.
           DISPLAY '  DAC DEFERRALS........: ' WS-CNT-DAD.
           DISPLAY '  DAC AMORTISATION.....: ' WS-CNT-DAM.
           DISPLAY '  DAC WRITE-OFFS.......: ' WS-CNT-DWO.
           DISPLAY '  VENDOR INVOICES......: ' WS-CNT-VIN.
           DISPLAY '  TOTAL JOURNALED......: ' WS-CNT-JOURNALED.
           DISPLAY '  DEADLOCK RETRIES.....: ' WS-CNT-RETRIES.
           DISPLAY '-----------------------------------------'.

       END PROGRAM LGDB2GLI.
