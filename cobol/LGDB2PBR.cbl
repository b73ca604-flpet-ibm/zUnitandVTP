      *    THE DEBTOR OR THE BANK) FLIPS THE BSMANDATE ROW TO 'R',
      *    SO THE CUSTOMER IS BACK ON THE INVOICE STREAM BEFORE THE
      *    NEXT LGDB2BIL RUN; A '0602' (SINGLE COLLECTION
      *    REJECTED) REOPENS THE INVOICE SO LGDB2PAY CHASES IT AND
      *    REVERSES ANY FUND UNITS THE PREMIUM ALREADY BOUGHT.
      *    ANYTHING ELSE GOES TO THE EXCEPTION FILE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01 WS-CNT-REVOKED             PIC 9(7) VALUE 0.
       01 WS-CNT-REOPENED            PIC 9(7) VALUE 0.
       01 WS-CNT-EXCEPTIONS          PIC 9(7) VALUE 0.
       01 WS-CNT-UNITS-REVERSED      PIC 9(7) VALUE 0.

      * Unit-linked fund dealing (LGUNITS) interface
       01  WS-UNITS.
           COPY UNTCPY1.

      *    PERIODIC COMMIT SO THE JOB DOES NOT HOLD LOCKS AND LOG
      *    SPACE FOR THE FULL LENGTH OF THE RUN.
           DISPLAY '  RETURN RECORDS READ..: ' WS-CNT-RECORDS.
           DISPLAY '  MANDATES REVOKED.....: ' WS-CNT-REVOKED.
           DISPLAY '  INVOICES REOPENED....: ' WS-CNT-REOPENED.
           DISPLAY '  UNIT BUYS REVERSED...: ' WS-CNT-UNITS-REVERSED.
           DISPLAY '  EXCEPTIONS WRITTEN...: ' WS-CNT-EXCEPTIONS.
           DISPLAY '-----------------------------------------'.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                  ADD 1 TO WS-CNT-REOPENED
                  PERFORM REVERSE-UNIT-PURCHASE
               WHEN SQLCODE = 100
                  MOVE 'INVOICE NOT ON FILE' TO WS-EX-REASON
                  PERFORM WRITE-EXCEPTION-RECORD
                  STOP RUN
           END-EVALUATE.

      *    A PREMIUM LGDB2FPL HAD ALREADY INVESTED IN THE EQUITY OR
      *    MANAGED FUND HANDS ITS UNITS BACK - MOST INVOICES NEVER
      *    BOUGHT ANY, SO 'NOTHING TO REVERSE' IS NOT AN EXCEPTION.
       REVERSE-UNIT-PURCHASE.
           MOVE SPACES TO WS-UNITS.
           MOVE 'R' TO UNT-FUNCTION.
           MOVE 0 TO UNT-POLICY-NUM.
           MOVE RT-INVOICENUMBER TO UNT-INVOICE-NUM.
           MOVE WS-TODAY-ISO TO UNT-DATE.
           MOVE 0 TO UNT-AMOUNT.
           CALL 'LGUNITS' USING WS-UNITS.
           EVALUATE UNT-RC
               WHEN 0
                  ADD 1 TO WS-CNT-UNITS-REVERSED
               WHEN 16
                  CONTINUE
               WHEN OTHER
                  MOVE 'UNIT REVERSAL FAILED' TO WS-EX-REASON
                  PERFORM WRITE-EXCEPTION-RECORD
           END-EVALUATE.

       WRITE-EXCEPTION-RECORD.
           MOVE SPACES TO EXCP-RECORD.
           MOVE RT-RECORDTYPE TO EX-RECORDTYPE.
