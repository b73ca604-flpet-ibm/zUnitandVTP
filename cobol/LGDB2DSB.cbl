      *    DAILY OUTBOUND BANK DISBURSEMENT. COLLECTS EVERY UNPAID
      *    MONEY-OUT OBLIGATION - RESIDUAL CREDIT-NOTE REFUNDS LEFT
      *    AFTER LGDB2PAY'S NETTING, BOOKED ENDOWMENT SURRENDERS,
      *    SETTLED ENDOWMENT DEATH CLAIMS (PAID TO THE ESTATE ON
      *    THE POLICYHOLDER'S BANK DETAILS, WHICH STAY ON BSMANDATE
      *    AFTER THE MANDATE IS REVOKED), CLAIM PAYMENTS NOT YET
      *    REMITTED, AND UNALLOCATED CASH CREDIT CONTROL HAS
      *    ORDERED REFUNDED OUT OF SUSPENSE (ACCPGMS) - LOOKS THE
      *    PAYEE'S BANK DETAILS UP ON THE
      *    BSMANDATE REGISTER (OR, FOR A REPAIRER'S INVOICE, ON
      *    THE REPAIRER REGISTER), WRITES A
      *    BANK PAYMENT FILE WITH A HEADER AND A TRAILER CARRYING
      *    RECORD COUNT AND AMOUNT HASH TOTAL. EACH REMITTED
      *    OBLIGATION IS STAMPED WITH THE PAYMENT REFERENCE;
      *    OBLIGATIONS WITH NO OR INVALID BANK DETAILS GO TO THE
      *    EXCEPTIONS LIST FOR THE MANUAL CHEQUE RUN. THE BANK'S
      *    RETURN FILE IS PROCESSED BY LGDB2DSR, WHICH PUTS FAILED
      *    TRANSFERS BACK IN THE QUEUE. EVERY TRANSFER IS ALSO
      *    REGISTERED THROUGH LGBNKEXP AS AN EXPECTED DEBIT UNDER
      *    ITS OWN REFERENCE AND THE FILE'S BATCH REFERENCE, SO
      *    LGDB2BRC CAN PROVE IT AGAINST THE BANK STATEMENT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       01 BANKOUT-HEADER.
           05 BH-RECORDTYPE          PIC X(1).
           05 BH-RUN-DATE            PIC 9(8).
           05 BH-BATCHREF            PIC X(16).
           05 FILLER                 PIC X(55) VALUE SPACES.
       01 BANKOUT-TRAILER.
           05 BT-RECORDTYPE          PIC X(1).
           05 BT-RECORD-COUNT        PIC 9(9).
       01  DB2-CUSTOMER-INT          PIC S9(9) COMP.
       01  DB2-AMOUNT-INT            PIC S9(9) COMP.
       01  WS-PAYEE                  PIC X(31).
       01  WS-REPAIRERID             PIC X(8).

       01  WS-BANKREGNO              PIC X(4).
       01  WS-BANKACCOUNT            PIC X(10).

       01  WS-REFERENCE              PIC X(16).
       01  WS-REF-SEQ                PIC 9(6) VALUE 0.
       01  WS-BATCHREF               PIC X(16).

       01  WS-CNT-REMITTED           PIC 9(9) VALUE 0.
       01  WS-AMOUNT-HASH            PIC 9(13) VALUE 0.
       01  WS-COMMIT-INTERVAL          PIC S9(9) COMP VALUE 1000.
       01  WS-ROWS-SINCE-COMMIT        PIC S9(9) COMP VALUE 0.

      * Expected-bank-movement register interface
       01  WS-BANKEXP.
           COPY BNKCPY1.

      * Central run-control (RUNLOG) interface
       01  WS-RUNLOG.
           COPY RUNCPY1.
                      GENASA1.SURRENDER.POLICYNUMBER
           END-EXEC.

      *    SETTLED DEATH-BENEFIT PAYOUTS NOT YET REMITTED.
           EXEC SQL
             DECLARE CDTH CURSOR WITH HOLD FOR
               SELECT POLICYNUMBER,
                      CUSTOMERNUMBER,
                      PAYOUT
               FROM   GENASA1.DEATHCLAIM
               WHERE  STATUS = 'S'
                 AND  REMITTEDDATE IS NULL
                 AND  PAYOUT > 0
           END-EXEC.

      *    CLAIM PAYMENTS NOT YET REMITTED - EXCESS LINES ('X') ARE
      *    BOOK ENTRIES, NOT MONEY OUT. SINGLE-TABLE AND FOR
      *    UPDATE, SO THE REMIT MARK CAN STAMP EXACTLY THE ROW
             DECLARE CCLP CURSOR WITH HOLD FOR
               SELECT CLAIMNUMBER,
                      AMOUNT,
                      PAYEE,
                      COALESCE(REPAIRERID, ' ')
               FROM   GENASA1.CLAIMPAYMENT
               WHERE  REMITTEDDATE IS NULL
                 AND  AMOUNT > 0
               FOR UPDATE OF REMITTEDDATE, REMITREF
           END-EXEC.

      *    SUSPENSE REFUNDS ('F' ALLOCATIONS) NOT YET REMITTED.
           EXEC SQL
             DECLARE CSRF CURSOR WITH HOLD FOR
               SELECT ALLOCID, CUSTOMERNUMBER, AMOUNT
               FROM   GENASA1.SUSPALLOC
               WHERE  ALLOCTYPE = 'F'
                 AND  REMITTEDDATE IS NULL
                 AND  AMOUNT > 0
           END-EXEC.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.
           MOVE SPACES TO BANKOUT-HEADER.
           MOVE 'H' TO BH-RECORDTYPE.
           MOVE WS-TODAY TO BH-RUN-DATE.
           MOVE SPACES TO WS-BATCHREF.
           STRING 'D' WS-TODAY DELIMITED BY SIZE INTO WS-BATCHREF.
           MOVE WS-BATCHREF TO BH-BATCHREF.
           PERFORM RESUME-REFERENCE-SEQUENCE.
           WRITE BANKOUT-RECORD FROM BANKOUT-HEADER.

           PERFORM DISBURSE-CREDIT-NOTES.
           PERFORM DISBURSE-SURRENDERS.
           PERFORM DISBURSE-DEATH-CLAIMS.
           PERFORM DISBURSE-CLAIM-PAYMENTS.
           PERFORM DISBURSE-SUSPENSE-REFUNDS.

           MOVE SPACES TO BANKOUT-TRAILER.
           MOVE 'T' TO BT-RECORDTYPE.
              MOVE 0 TO WS-ROWS-SINCE-COMMIT
           END-IF.

      *    A SECOND RUN ON THE SAME DAY CARRIES ON FROM THE
      *    TRANSFERS THE FIRST ONE REGISTERED, SO NO PAYMENT
      *    REFERENCE IS EVER USED TWICE.
       RESUME-REFERENCE-SEQUENCE.
           EXEC SQL
              SELECT COUNT(*)
              INTO  :DB2-SOURCEKEY-INT
              FROM GENASA1.BANKEXPECT
              WHERE SOURCEJOB = 'LGDB2DSB'
                AND BATCHREF = :WS-BATCHREF
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE DB2-SOURCEKEY-INT TO WS-REF-SEQ.

      *----------------------------------------------------------------*
       DISBURSE-CREDIT-NOTES.
           MOVE 'CRD' TO WS-SOURCETYPE.
           PERFORM FETCH-CCRD.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0
              MOVE SPACES TO WS-PAYEE
              MOVE SPACES TO WS-REPAIRERID
              PERFORM PAY-ONE-OBLIGATION
              PERFORM COMMIT-CHECKPOINT
              PERFORM FETCH-CCRD
           PERFORM FETCH-CSUR.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0
              MOVE SPACES TO WS-PAYEE
              MOVE SPACES TO WS-REPAIRERID
              PERFORM PAY-ONE-OBLIGATION
              PERFORM COMMIT-CHECKPOINT
              PERFORM FETCH-CSUR
              STOP RUN
           END-IF.

       DISBURSE-DEATH-CLAIMS.
           MOVE 'DTH' TO WS-SOURCETYPE.
           EXEC SQL OPEN CDTH END-EXEC.
           PERFORM FETCH-CDTH.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0
              MOVE SPACES TO WS-PAYEE
              MOVE SPACES TO WS-REPAIRERID
              PERFORM PAY-ONE-OBLIGATION
              PERFORM COMMIT-CHECKPOINT
              PERFORM FETCH-CDTH
           END-PERFORM.
           EXEC SQL CLOSE CDTH END-EXEC.

       FETCH-CDTH.
           EXEC SQL
              FETCH CDTH
              INTO :DB2-SOURCEKEY-INT, :DB2-CUSTOMER-INT,
                   :DB2-AMOUNT-INT
           END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       DISBURSE-CLAIM-PAYMENTS.
           MOVE 'CLP' TO WS-SOURCETYPE.
           EXEC SQL OPEN CCLP END-EXEC.
           EXEC SQL
              FETCH CCLP
              INTO :DB2-SOURCEKEY-INT,
                   :DB2-AMOUNT-INT, :WS-PAYEE,
                   :WS-REPAIRERID
           END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              STOP RUN
           END-IF.

       DISBURSE-SUSPENSE-REFUNDS.
           MOVE 'SRF' TO WS-SOURCETYPE.
           EXEC SQL OPEN CSRF END-EXEC.
           PERFORM FETCH-CSRF.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0
              MOVE SPACES TO WS-PAYEE
              MOVE SPACES TO WS-REPAIRERID
              PERFORM PAY-ONE-OBLIGATION
              PERFORM COMMIT-CHECKPOINT
              PERFORM FETCH-CSRF
           END-PERFORM.
           EXEC SQL CLOSE CSRF END-EXEC.

       FETCH-CSRF.
           EXEC SQL
              FETCH CSRF
              INTO :DB2-SOURCEKEY-INT, :DB2-CUSTOMER-INT,
                   :DB2-AMOUNT-INT
           END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *----------------------------------------------------------------*
      *    THE PAYEE'S BANK DETAILS COME FROM THE BSMANDATE
      *    REGISTER, OR THE REPAIRER REGISTER WHEN A CLAIM PAYMENT
      *    SETTLES A REPAIRER'S INVOICE - NO DETAILS, OR DETAILS
      *    THAT DO NOT PASS THE SHAPE CHECK, MEANS THE EXCEPTIONS
      *    LIST AND A MANUAL CHEQUE, NOT A TRANSFER INTO THE VOID.
       PAY-ONE-OBLIGATION.
           PERFORM GET-PAYEE-BANK-DETAILS.
           IF WS-BANK-OK THEN

       GET-PAYEE-BANK-DETAILS.
           MOVE 'N' TO WS-BANK-OK-SW.
           IF WS-REPAIRERID NOT = SPACES THEN
              EXEC SQL
                 SELECT BANKREGNO, BANKACCOUNT
                 INTO  :WS-BANKREGNO, :WS-BANKACCOUNT
                 FROM  GENASA1.REPAIRER
                 WHERE REPAIRERID = :WS-REPAIRERID
              END-EXEC
           ELSE
              EXEC SQL
                 SELECT BANKREGNO, BANKACCOUNT
                 INTO  :WS-BANKREGNO, :WS-BANKACCOUNT
                 FROM  GENASA1.BSMANDATE
                 WHERE CUSTOMERNUMBER = :DB2-CUSTOMER-INT
              END-EXEC
           END-IF.
           IF SQLCODE = 0 THEN
              IF WS-BANKREGNO IS NUMERIC AND
                 WS-BANKACCOUNT IS NUMERIC THEN
           ADD 1 TO WS-CNT-REMITTED.
           ADD DB2-AMOUNT-INT TO WS-AMOUNT-HASH.

           MOVE 'D' TO BNK-DIRECTION.
           MOVE 'LGDB2DSB' TO BNK-SOURCEJOB.
           MOVE WS-REFERENCE TO BNK-REFERENCE.
           MOVE WS-BATCHREF TO BNK-BATCHREF.
           MOVE DB2-AMOUNT-INT TO BNK-AMOUNT.
           MOVE WS-TODAY-ISO TO BNK-VALUEDATE.
           CALL 'LGBNKEXP' USING WS-BANKEXP.
           IF BNK-RC > 2 THEN
              DISPLAY 'LGDB2DSB - LGBNKEXP RC ' BNK-RC
                      ' FOR ' WS-REFERENCE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    EVERY OBLIGATION KEEPS THE PAYMENT REFERENCE IT WENT
      *    OUT UNDER, SO LGDB2DSR CAN REQUEUE EXACTLY THE FAILED
      *    TRANSFER - AND THE CLP MARK IS POSITIONED ON THE ROW
                            REMITREF = :WS-REFERENCE
                     WHERE  POLICYNUMBER = :DB2-SOURCEKEY-INT
                  END-EXEC
               WHEN 'DTH'
                  EXEC SQL
                     UPDATE GENASA1.DEATHCLAIM
                     SET    REMITTEDDATE = :WS-TODAY-ISO,
                            REMITREF = :WS-REFERENCE
                     WHERE  POLICYNUMBER = :DB2-SOURCEKEY-INT
                  END-EXEC
               WHEN 'CLP'
                  EXEC SQL
                     UPDATE GENASA1.CLAIMPAYMENT
                            REMITREF = :WS-REFERENCE
                     WHERE CURRENT OF CCLP
                  END-EXEC
               WHEN 'SRF'
                  EXEC SQL
                     UPDATE GENASA1.SUSPALLOC
                     SET    REMITTEDDATE = :WS-TODAY-ISO,
                            REMITREF = :WS-REFERENCE
                     WHERE  ALLOCID = :DB2-SOURCEKEY-INT
                  END-EXEC
           END-EVALUATE.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
