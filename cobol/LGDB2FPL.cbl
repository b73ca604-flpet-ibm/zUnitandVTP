       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGDB2FPL.
      *    DAILY UNIT-LINKED FUND PRICE LOAD AND PREMIUM ALLOCATION.
      *    THE ASSET MANAGER'S FILE CARRIES ONE BID/OFFER PRICE PER
      *    FUND PER DAY FOR THE EQUITY ('E') AND MANAGED ('M')
      *    ENDOWMENT FUNDS - EACH RECORD IS LOADED ONTO FUNDPRICE (A
      *    RESENT PRICE REPLACES THE ONE ON FILE). WITH THE DAY'S
      *    PRICES IN, EVERY PREMIUM COLLECTED ON A UNIT-LINKED
      *    ENDOWMENT AND NOT YET INVESTED BUYS UNITS IN THE POLICY'S
      *    CURRENT FUND AT THE OFFER PRICE FOR THE DAY IT WAS PAID
      *    (LGUNITS). PREMIUMS PAID BEFORE THE FIRST PRICE ON FILE
      *    ARE NOT INVESTED, AND A BOUNCED PREMIUM THAT LGDB2PBR
      *    REVERSED BUYS AGAIN ONCE IT IS PAID AGAIN. RECORDS
      *    FAILING VALIDATION ARE LISTED AND COUNTED, NOT LOADED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNDIN ASSIGN TO FUNDIN
               FILE STATUS IS FUNDIN-STATUS
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.

       FILE SECTION.
       FD FUNDIN RECORDING MODE F.
       01 FUNDIN-RECORD.
           05 FP-FUNDCODE            PIC X(1).
           05 FP-PRICEDATE           PIC X(10).
           05 FP-BIDPRICE            PIC 9(5)V9(4).
           05 FP-OFFERPRICE          PIC 9(5)V9(4).
           05 FILLER                 PIC X(51).

       WORKING-STORAGE SECTION.

       01 FUNDIN-STATUS              PIC 99.
       01 FP-MARKER                  PIC X VALUE '0'.
          88 FP-EOF                        VALUE '1'.

       01 WS-TODAY                   PIC 9(8).
       01 WS-TODAY-ISO               PIC X(10).
       01 WS-REJECT-REASON           PIC X(30).

       01  DB2-BIDPRICE              PIC S9(5)V9(4) COMP-3.
       01  DB2-OFFERPRICE            PIC S9(5)V9(4) COMP-3.
       01  DB2-INVOICENUMBER-INT     PIC S9(9) COMP.
       01  DB2-POLICYNUMBER-INT      PIC S9(9) COMP.
       01  DB2-AMOUNT-INT            PIC S9(9) COMP.
       01  WS-PAIDDATE               PIC X(10).
       01  WS-EQUITIES               PIC X(1).
       01  WS-FUNDCODE               PIC X(1).
       01  WS-PRICEDATE              PIC X(10).

      * Unit-linked fund dealing (LGUNITS) interface
       01  WS-UNITS.
           COPY UNTCPY1.

       01 WS-CNT-RECORDS             PIC 9(7) VALUE 0.
       01 WS-CNT-LOADED              PIC 9(7) VALUE 0.
       01 WS-CNT-REPLACED            PIC 9(7) VALUE 0.
       01 WS-CNT-REJECTED            PIC 9(7) VALUE 0.
       01 WS-CNT-PREMIUMS            PIC 9(7) VALUE 0.
       01 WS-CNT-ALLOCATED           PIC 9(7) VALUE 0.
       01 WS-CNT-NO-PRICE            PIC 9(7) VALUE 0.

      *    PERIODIC COMMIT SO THE JOB DOES NOT HOLD LOCKS AND LOG
      *    SPACE FOR THE FULL LENGTH OF THE RUN.
       01  WS-COMMIT-INTERVAL          PIC S9(9) COMP VALUE 1000.
       01  WS-ROWS-SINCE-COMMIT        PIC S9(9) COMP VALUE 0.

      * Central run-control (RUNLOG) interface
       01  WS-RUNLOG.
           COPY RUNCPY1.

      * SQLCA DB2 communications area
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    PAID PREMIUMS ON LIVE UNIT-LINKED ENDOWMENTS NOT YET
      *    INVESTED - AN INVOICE IS INVESTED WHILE ITS PURCHASES
      *    OUTNUMBER ITS REVERSALS.
           EXEC SQL
             DECLARE C1 CURSOR WITH HOLD FOR
               SELECT I.INVOICENUMBER,
                      I.POLICYNUMBER,
                      I.AMOUNT,
                      CHAR(I.PAIDDATE, ISO),
                      ENDOWMENT.EQUITIES
               FROM   GENASA1.INVOICE I, ENDOWMENT
               WHERE  I.POLICYNUMBER = ENDOWMENT.POLICYNUMBER
                 AND  I.STATUS = 'P'
                 AND  I.AMOUNT > 0
                 AND  (ENDOWMENT.EQUITIES = 'Y' OR
                       ENDOWMENT.MANAGEDFUND = 'Y')
                 AND  I.PAIDDATE >=
                      (SELECT MIN(PRICEDATE)
                         FROM GENASA1.FUNDPRICE)
                 AND  (SELECT COUNT(*) FROM GENASA1.UNITTXN U
                        WHERE U.INVOICENUMBER = I.INVOICENUMBER
                          AND U.TXNTYPE = 'PRM')
                      <=
                      (SELECT COUNT(*) FROM GENASA1.UNITTXN U
                        WHERE U.INVOICENUMBER = I.INVOICENUMBER
                          AND U.TXNTYPE = 'RVP')
                 AND  NOT EXISTS
                      (SELECT 1 FROM GENASA1.ENDMATURE
                        WHERE GENASA1.ENDMATURE.POLICYNUMBER =
                              ENDOWMENT.POLICYNUMBER)
                 AND  NOT EXISTS
                      (SELECT 1 FROM GENASA1.SURRENDER
                        WHERE GENASA1.SURRENDER.POLICYNUMBER =
                              ENDOWMENT.POLICYNUMBER
                          AND GENASA1.SURRENDER.STATUS = 'S')
                 AND  NOT EXISTS
                      (SELECT 1 FROM GENASA1.DEATHCLAIM
                        WHERE GENASA1.DEATHCLAIM.POLICYNUMBER =
                              ENDOWMENT.POLICYNUMBER)
               ORDER BY I.INVOICENUMBER
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
           MOVE SPACES TO WS-TODAY-ISO.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY-ISO.

           OPEN INPUT FUNDIN.
           IF FUNDIN-STATUS NOT = 0 THEN
              DISPLAY 'LGDB2FPL FILE STATUS AT OPEN FUNDIN '
                      FUNDIN-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           READ FUNDIN
                AT END SET FP-EOF TO TRUE
           END-READ.
           PERFORM WITH TEST BEFORE UNTIL FP-EOF

                   ADD 1 TO WS-CNT-RECORDS
                   PERFORM LOAD-ONE-PRICE
                   PERFORM COMMIT-CHECKPOINT
                   READ FUNDIN
                        AT END SET FP-EOF TO TRUE
                   END-READ
           END-PERFORM.

           EXEC SQL COMMIT END-EXEC.
           CLOSE FUNDIN.

           PERFORM OPEN-CURSOR.
           PERFORM FETCH-CURSOR.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0

                   ADD 1 TO WS-CNT-PREMIUMS
                   PERFORM ALLOCATE-ONE-PREMIUM
                   PERFORM COMMIT-CHECKPOINT
                   PERFORM FETCH-CURSOR
           END-PERFORM.
           PERFORM CLOSE-CURSOR.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY '-----------------------------------------'.
           DISPLAY 'LGDB2FPL END OF JOB SUMMARY'.
           DISPLAY '  PRICE RECORDS READ...: ' WS-CNT-RECORDS.
           DISPLAY '  PRICES LOADED........: ' WS-CNT-LOADED.
           DISPLAY '  PRICES REPLACED......: ' WS-CNT-REPLACED.
           DISPLAY '  PRICE RECORDS REJECT.: ' WS-CNT-REJECTED.
           DISPLAY '  PREMIUMS TO INVEST...: ' WS-CNT-PREMIUMS.
           DISPLAY '  PREMIUMS INVESTED....: ' WS-CNT-ALLOCATED.
           DISPLAY '  NO PRICE FOR PAY DATE: ' WS-CNT-NO-PRICE.
           DISPLAY '-----------------------------------------'.

           PERFORM MARK-RUN-ENDED.

           STOP RUN.

      *    THE START CALL DOUBLES AS THE DOUBLE-START GUARD - A ROW
      *    STILL MARKED RUNNING FOR TODAY'S CYCLE STOPS THE JOB.
       MARK-RUN-STARTED.
           MOVE 'LGDB2FPL' TO RUN-JOBNAME.
           MOVE 'S' TO RUN-FUNCTION.
           CALL 'LGRUNLOG' USING WS-RUNLOG.
           IF RUN-RC = 4 THEN
              DISPLAY 'LGDB2FPL ALREADY MARKED RUNNING THIS CYCLE'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF RUN-RC = 6 THEN
              DISPLAY 'LGDB2FPL HELD - PREDECESSOR '
                      RUN-FAILED-PRED ' NOT ENDED CLEANLY'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       MARK-RUN-ENDED.
           MOVE 'E' TO RUN-FUNCTION.
           MOVE WS-CNT-RECORDS TO RUN-RECORDS-READ.
           MOVE WS-CNT-ALLOCATED TO RUN-RECORDS-WRITTEN.
           MOVE WS-CNT-REJECTED TO RUN-RECORDS-REJECTED.
           MOVE RETURN-CODE TO RUN-RETURN-CODE.
           CALL 'LGRUNLOG' USING WS-RUNLOG.

       COMMIT-CHECKPOINT.
           ADD 1 TO WS-ROWS-SINCE-COMMIT.
           IF WS-ROWS-SINCE-COMMIT >= WS-COMMIT-INTERVAL THEN
              EXEC SQL COMMIT END-EXEC
              MOVE 0 TO WS-ROWS-SINCE-COMMIT
           END-IF.

      *----------------------------------------------------------------*
      *    ONLY THE TWO UNIT-LINKED FUNDS ARE PRICED; A BID OF ZERO
      *    OR AN OFFER BELOW THE BID IS A BAD FEED, NOT A PRICE.
       LOAD-ONE-PRICE.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN FP-FUNDCODE NOT = 'E' AND FP-FUNDCODE NOT = 'M'
                  MOVE 'FUND IS NOT UNIT-LINKED' TO WS-REJECT-REASON
               WHEN FP-PRICEDATE(5:1) NOT = '-' OR
                    FP-PRICEDATE(8:1) NOT = '-'
                  MOVE 'PRICE DATE NOT YYYY-MM-DD' TO WS-REJECT-REASON
               WHEN FP-BIDPRICE NOT NUMERIC OR
                    FP-OFFERPRICE NOT NUMERIC
                  MOVE 'PRICE NOT NUMERIC' TO WS-REJECT-REASON
               WHEN FP-BIDPRICE = 0
                  MOVE 'BID PRICE IS ZERO' TO WS-REJECT-REASON
               WHEN FP-OFFERPRICE < FP-BIDPRICE
                  MOVE 'OFFER BELOW BID' TO WS-REJECT-REASON
           END-EVALUATE.

           IF WS-REJECT-REASON NOT = SPACES THEN
              DISPLAY 'LGDB2FPL REJECTED ' FP-FUNDCODE ' '
                      FP-PRICEDATE ' ' WS-REJECT-REASON
              ADD 1 TO WS-CNT-REJECTED
           ELSE
              PERFORM STORE-FUND-PRICE
           END-IF.

       STORE-FUND-PRICE.
           MOVE FP-FUNDCODE TO WS-FUNDCODE.
           MOVE FP-PRICEDATE TO WS-PRICEDATE.
           MOVE FP-BIDPRICE TO DB2-BIDPRICE.
           MOVE FP-OFFERPRICE TO DB2-OFFERPRICE.
           EXEC SQL
              INSERT INTO GENASA1.FUNDPRICE
                        ( FUNDCODE,
                          PRICEDATE,
                          BIDPRICE,
                          OFFERPRICE,
                          LOADEDDATE )
                 VALUES ( :WS-FUNDCODE,
                          :WS-PRICEDATE,
                          :DB2-BIDPRICE,
                          :DB2-OFFERPRICE,
                          :WS-TODAY-ISO )
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                  ADD 1 TO WS-CNT-LOADED
               WHEN SQLCODE = -803
                  PERFORM REPLACE-FUND-PRICE
               WHEN OTHER
                  PERFORM DISPLAY-SQL-ERROR
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
           END-EVALUATE.

      *    A CORRECTED PRICE RESENT BY THE ASSET MANAGER ONLY
      *    AFFECTS DEALS STILL TO BE MADE - UNITS ALREADY BOUGHT
      *    KEEP THE PRICE THEY WERE BOUGHT AT.
       REPLACE-FUND-PRICE.
           EXEC SQL
              UPDATE GENASA1.FUNDPRICE
              SET    BIDPRICE = :DB2-BIDPRICE,
                     OFFERPRICE = :DB2-OFFERPRICE,
                     LOADEDDATE = :WS-TODAY-ISO
              WHERE  FUNDCODE = :WS-FUNDCODE
                AND  PRICEDATE = :WS-PRICEDATE
           END-EXEC.
           IF SQLCODE = 0 THEN
              ADD 1 TO WS-CNT-REPLACED
           ELSE
              PERFORM DISPLAY-SQL-ERROR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *----------------------------------------------------------------*
       ALLOCATE-ONE-PREMIUM.
           MOVE SPACES TO WS-UNITS.
           MOVE 'B' TO UNT-FUNCTION.
           MOVE DB2-POLICYNUMBER-INT TO UNT-POLICY-NUM.
           IF WS-EQUITIES = 'Y' THEN
              MOVE 'E' TO UNT-FUND
           ELSE
              MOVE 'M' TO UNT-FUND
           END-IF.
           MOVE WS-PAIDDATE TO UNT-DATE.
           MOVE 'L' TO UNT-PRICE-RULE.
           MOVE 'PRM' TO UNT-TXNTYPE.
           MOVE DB2-INVOICENUMBER-INT TO UNT-INVOICE-NUM.
           MOVE DB2-AMOUNT-INT TO UNT-AMOUNT.
           CALL 'LGUNITS' USING WS-UNITS.
           EVALUATE UNT-RC
               WHEN 0
                  ADD 1 TO WS-CNT-ALLOCATED
               WHEN 12
                  ADD 1 TO WS-CNT-NO-PRICE
               WHEN OTHER
                  DISPLAY 'LGDB2FPL UNIT PURCHASE FAILED FOR INVOICE '
                          DB2-INVOICENUMBER-INT ' RC ' UNT-RC
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
           END-EVALUATE.

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
              INTO :DB2-INVOICENUMBER-INT,
                   :DB2-POLICYNUMBER-INT,
                   :DB2-AMOUNT-INT,
                   :WS-PAIDDATE,
                   :WS-EQUITIES
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
           MOVE 'LGDB2FPL' TO ERR-PROGRAM.
           MOVE SPACES TO ERR-PARAGRAPH.
           MOVE SPACES TO ERR-KEY-VALUES.
           MOVE SQLCODE TO ERR-SQLCODE.
           MOVE SQLSTATE TO ERR-SQLSTATE.
           MOVE SQLERRMC TO ERR-SQLERRMC.
           CALL 'LGSQLERR' USING WS-SQLERR.

       END PROGRAM LGDB2FPL.
