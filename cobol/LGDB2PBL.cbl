      *    THE BANK, NETTING OFF CLAWBACKS: COMMISSION ALREADY PAID
      *    ON POLICIES CANCELLED MID-TERM (POLCANCEL) IS RECLAIMED
      *    IN PROPORTION TO THE REFUNDED PREMIUM AND SHOWN AS A
      *    SEPARATE CLAWBACK LINE SO BROKERS CAN RECONCILE. A
      *    COOLING-OFF WITHDRAWAL (REASON 'WD') UNWINDS THE SALE, SO
      *    THE WHOLE COMMISSION COMES BACK WHATEVER WAS REFUNDED. THE
      *    CLAWBACK PERIOD STARTS AT THE DATE GIVEN ON SYSIN.
      *    EVERY PAYMENT RECORD CARRIES A BANK REFERENCE ('B' +
      *    RUN DATE + SEQUENCE) AND IS REGISTERED THROUGH LGBNKEXP
      *    AS AN EXPECTED DEBIT, SO LGDB2BRC CAN FIND IT ON THE
      *    BANK STATEMENT. A NEGATIVE (RECLAIM) RECORD MOVES NO
      *    MONEY FROM OUR ACCOUNT AND IS NOT REGISTERED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           05 BO-BANKACCOUNT         PIC X(14).
           05 BO-AMOUNT              PIC 9(9)V99.
           05 BO-SIGN                PIC X(1).
           05 BO-REFERENCE           PIC X(15).

       WORKING-STORAGE SECTION.


       01  WS-PERIOD-START              PIC X(10) VALUE '0001-01-01'.

       01  WS-TODAY                     PIC 9(8).
       01  WS-TODAY-ISO                 PIC X(10).
       01  WS-REFERENCE                 PIC X(15).
       01  WS-REF-SEQ                   PIC 9(6) VALUE 0.
       01  WS-BATCHREF                  PIC X(16).

       01  WS-POLICYNUMBER              PIC S9(9) COMP.
       01  WS-BROKERID                  PIC S9(9) COMP.
       01  WS-PAYMENT                   PIC S9(9) COMP.
               ORDER BY BROKERID, POLICYNUMBER
           END-EXEC.

      * Expected-bank-movement register interface
       01  WS-BANKEXP.
           COPY BNKCPY1.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.
              MOVE '0001-01-01' TO WS-PERIOD-START
           END-IF.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-TODAY-ISO.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY-ISO.
           MOVE SPACES TO WS-BATCHREF.
           STRING 'B' WS-TODAY DELIMITED BY SIZE INTO WS-BATCHREF.

           OPEN OUTPUT BANKOUT.
           IF BANKOUT-STATUS NOT = 0 THEN
              DISPLAY 'LGDB2PBL FILE STATUS AT OPEN BANKOUT '

      *----------------------------------------------------------------*
      *    COMMISSION ALREADY PAID ON THE REFUNDED PART OF A
      *    CANCELLED POLICY'S PREMIUM COMES BACK OFF THE STATEMENT -
      *    ALL OF IT WHEN THE POLICY WAS WITHDRAWN IN COOLING-OFF.
       PAY-ONE-BROKER.
           ADD 1 TO WS-CNT-BROKERS.

           MOVE 0 TO WS-BROKER-CLAWBACK.
           EXEC SQL
              SELECT COALESCE(
                     SUM(CASE WHEN GENASA1.POLCANCEL.REASONCODE
                                   = 'WD' THEN POLICY.PAYMENT
                              ELSE GENASA1.POLCANCEL.REFUNDAMOUNT
                         END * POLICY.COMMISSION / 100), 0)
              INTO  :WS-BROKER-CLAWBACK
              FROM GENASA1.POLCANCEL, POLICY
              WHERE GENASA1.POLCANCEL.POLICYNUMBER =
                 MOVE '+' TO BO-SIGN
                 MOVE WS-BROKER-NET TO BO-AMOUNT
              END-IF
              ADD 1 TO WS-REF-SEQ
              MOVE SPACES TO WS-REFERENCE
              STRING 'B' WS-TODAY WS-REF-SEQ
                     DELIMITED BY SIZE INTO WS-REFERENCE
              MOVE WS-REFERENCE TO BO-REFERENCE
              WRITE BANKOUT-RECORD
              ADD 1 TO WS-CNT-PAYMENTS
              IF BO-SIGN = '+' THEN
                 PERFORM REGISTER-EXPECTED-DEBIT
              END-IF
           END-IF.

       REGISTER-EXPECTED-DEBIT.
           MOVE 'D' TO BNK-DIRECTION.
           MOVE 'LGDB2PBL' TO BNK-SOURCEJOB.
           MOVE WS-REFERENCE TO BNK-REFERENCE.
           MOVE WS-BATCHREF TO BNK-BATCHREF.
           MOVE BO-AMOUNT TO BNK-AMOUNT.
           MOVE WS-TODAY-ISO TO BNK-VALUEDATE.
           CALL 'LGBNKEXP' USING WS-BANKEXP.
           IF BNK-RC > 2 THEN
              DISPLAY 'LGDB2PBL - LGBNKEXP RC ' BNK-RC
                      ' FOR ' WS-REFERENCE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *----------------------------------------------------------------*
