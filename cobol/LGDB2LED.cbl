       PROGRAM-ID. LGDB2LED.
      *    CUSTOMER ACCOUNT-LEDGER BUILD. REBUILDS THE CUSTLEDGER
      *    OPEN-ITEM TABLE FROM THE MONEY SOURCES WE ALREADY HOLD -
      *    INVOICES RAISED ('INV', CUSTOMER OWES US), REMINDER FEES
      *    RAISED BY LGDB2DUN ('FEE'), PAYMENTS MATCHED BY LGDB2PAY
      *    OR RECOVERED BY THE COLLECTION AGENCY ('PAY'), AMOUNTS
      *    THE AGENCY GAVE UP ON AND WE WROTE OFF ('WOF'),
      *    CANCELLATION REFUNDS ('REF'), CLAIM PAYMENTS ('CLM') AND
      *    CREDIT NOTES ('CRD') - SO THE ACCPGM1 STATEMENT-OF-
      *    ACCOUNT INQUIRY AND THE LGDB2STM BALANCE SNAPSHOT READ
      *    ONE TABLE INSTEAD OF FOUR SCREENS. POSITIVE AMOUNTS ARE
      *    OWED BY THE CUSTOMER, NEGATIVE BY US. THE LEDGER IS
      *    DERIVED, SO A FULL NIGHTLY REBUILD IS ALWAYS SAFE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
              STOP RUN
           END-IF.

      *    INVOICES RAISED - THE CUSTOMER OWES THE AMOUNT. ONES
      *    VOIDED BY A COOLING-OFF WITHDRAWAL ('W') ARE NOT OWED,
      *    NOR ARE THOSE A PAYMENT ARRANGEMENT REPLACED ('R') - THE
      *    ARRANGEMENT'S INSTALMENT INVOICES ARE OWED INSTEAD.
      *    REMINDER FEES ARE POSTED SEPARATELY BELOW.
           EXEC SQL
              INSERT INTO GENASA1.CUSTLEDGER
                   ( CUSTOMERNUMBER, ENTRYDATE, ENTRYTYPE,
                     REFERENCE, AMOUNT )
              SELECT CUSTOMERNUMBER, DUEDATE, 'INV',
                     INVOICENUMBER, AMOUNT
              FROM   GENASA1.INVOICE I
              WHERE  STATUS NOT IN ('W', 'R')
                AND  NOT EXISTS
                     (SELECT 1 FROM GENASA1.DUNNING D
                       WHERE D.FEEINVOICE = I.INVOICENUMBER)
           END-EXEC.
           PERFORM CHECK-INSERT-RESULT.

      *    REMINDER FEES LGDB2DUN RAISED WITH A SECOND REMINDER -
      *    THE CUSTOMER OWES THE FEE LIKE ANY OTHER INVOICE.
           EXEC SQL
              INSERT INTO GENASA1.CUSTLEDGER
                   ( CUSTOMERNUMBER, ENTRYDATE, ENTRYTYPE,
                     REFERENCE, AMOUNT )
              SELECT I.CUSTOMERNUMBER, I.DUEDATE, 'FEE',
                     I.INVOICENUMBER, I.AMOUNT
              FROM   GENASA1.INVOICE I,
                     GENASA1.DUNNING D
              WHERE  D.FEEINVOICE = I.INVOICENUMBER
                AND  I.STATUS NOT IN ('W', 'R')
           END-EXEC.
           PERFORM CHECK-INSERT-RESULT.

           END-EXEC.
           PERFORM CHECK-INSERT-RESULT.

      *    RECOVERIES THE COLLECTION AGENCY PASSED BACK THROUGH
      *    LGDB2CRT - PAID, AS FAR AS THE CUSTOMER IS CONCERNED.
           EXEC SQL
              INSERT INTO GENASA1.CUSTLEDGER
                   ( CUSTOMERNUMBER, ENTRYDATE, ENTRYTYPE,
                     REFERENCE, AMOUNT )
              SELECT CUSTOMERNUMBER, TXNDATE, 'PAY',
                     INVOICENUMBER, - AMOUNT
              FROM   GENASA1.COLLECTTXN
              WHERE  TXNTYPE = 'R'
           END-EXEC.
           PERFORM CHECK-INSERT-RESULT.

      *    WHAT THE AGENCY GAVE UP ON - WRITTEN OFF THE ACCOUNT.
           EXEC SQL
              INSERT INTO GENASA1.CUSTLEDGER
                   ( CUSTOMERNUMBER, ENTRYDATE, ENTRYTYPE,
                     REFERENCE, AMOUNT )
              SELECT CUSTOMERNUMBER, TXNDATE, 'WOF',
                     INVOICENUMBER, - AMOUNT
              FROM   GENASA1.COLLECTTXN
              WHERE  TXNTYPE = 'W'
           END-EXEC.
           PERFORM CHECK-INSERT-RESULT.

      *    CANCELLATION REFUNDS - WE OWE THE CUSTOMER.
           EXEC SQL
              INSERT INTO GENASA1.CUSTLEDGER
