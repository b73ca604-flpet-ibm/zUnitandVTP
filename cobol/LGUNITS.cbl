       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGUNITS.
      *    UNIT-LINKED FUND DEALING SERVICE IN THE LGBUSDAY CALLED-
      *    MODULE STYLE. PRICES COME FROM FUNDPRICE (LOADED DAILY BY
      *    LGDB2FPL FROM THE ASSET MANAGER'S FILE), EACH POLICY'S
      *    UNITS PER FUND LIVE ON UNITHOLDING, AND EVERY DEAL IS
      *    LOGGED ON UNITTXN FOR THE LGDB2UST UNIT STATEMENT. UNITS
      *    ARE BOUGHT AT THE OFFER PRICE AND SOLD OR VALUED AT THE
      *    BID. LGDB2FPL BUYS WITH COLLECTED PREMIUMS, ENDPGM1
      *    SELLS AND BUYS ON A FUND SWITCH, ENDPGMS AND LGDB2MAT
      *    SELL ON SURRENDER AND MATURITY, AND LGDB2PBR REVERSES
      *    THE PURCHASE WHEN A COLLECTION BOUNCES. NO COMMIT HERE -
      *    THE DEAL IS PART OF THE CALLER'S UNIT OF WORK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      * SQLCA DB2 communications area
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  DB2-POLICYNUMBER-INT        PIC S9(9) COMP.
       01  DB2-INVOICENUMBER-INT       PIC S9(9) COMP.
       01  DB2-TXNID-INT               PIC S9(9) COMP.
       01  DB2-AMOUNT-INT              PIC S9(9) COMP.
       01  DB2-RVP-COUNT               PIC S9(9) COMP.
       01  DB2-PRM-COUNT               PIC S9(9) COMP.
       01  DB2-UNITS                   PIC S9(11)V9(4) COMP-3.
       01  DB2-TXN-UNITS               PIC S9(11)V9(4) COMP-3.
       01  DB2-HELD-UNITS              PIC S9(11)V9(4) COMP-3.
       01  DB2-BIDPRICE                PIC S9(5)V9(4) COMP-3.
       01  DB2-OFFERPRICE              PIC S9(5)V9(4) COMP-3.
       01  DB2-DEAL-PRICE              PIC S9(5)V9(4) COMP-3.
       01  WS-PRICE-DATE               PIC X(10).
       01  WS-FUND                     PIC X(1).
       01  WS-DEAL-DATE                PIC X(10).
       01  WS-TXNTYPE                  PIC X(3).

       01  WS-TODAY                    PIC 9(8).

      * Number-range allocation through NUMPGM1
       01  WS-NUM.
           COPY NUMCPY1.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.

       LINKAGE SECTION.
       01  MY-UNITS.
           COPY UNTCPY1.

       PROCEDURE DIVISION USING MY-UNITS.

      *----------------------------------------------------------------*
       MAINLINE SECTION.
       MAIN.

           MOVE 0 TO UNT-RC IN MY-UNITS.
           MOVE 0 TO UNT-UNITS IN MY-UNITS.
           MOVE 0 TO UNT-PRICE IN MY-UNITS.
           MOVE SPACES TO UNT-PRICE-DATE IN MY-UNITS.

           MOVE UNT-POLICY-NUM IN MY-UNITS TO DB2-POLICYNUMBER-INT.
           MOVE UNT-INVOICE-NUM IN MY-UNITS TO DB2-INVOICENUMBER-INT.
           MOVE UNT-FUND IN MY-UNITS TO WS-FUND.
           MOVE UNT-TXNTYPE IN MY-UNITS TO WS-TXNTYPE.
           MOVE UNT-DATE IN MY-UNITS TO WS-DEAL-DATE.
           IF WS-DEAL-DATE = SPACES OR WS-DEAL-DATE = LOW-VALUES THEN
              ACCEPT WS-TODAY FROM DATE YYYYMMDD
              MOVE SPACES TO WS-DEAL-DATE
              STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-'
                     WS-TODAY(7:2)
                     DELIMITED BY SIZE INTO WS-DEAL-DATE
           END-IF.

           IF UNT-FUNCTION IN MY-UNITS NOT = 'R' AND
              WS-FUND NOT = 'E' AND WS-FUND NOT = 'M' THEN
              MOVE 4 TO UNT-RC IN MY-UNITS
              GOBACK
           END-IF.

           EVALUATE UNT-FUNCTION IN MY-UNITS
               WHEN 'B'
                  PERFORM BUY-UNITS THRU BUY-UNITS-EXIT
               WHEN 'S'
                  PERFORM SELL-UNITS THRU SELL-UNITS-EXIT
               WHEN 'V'
                  PERFORM VALUE-UNITS THRU VALUE-UNITS-EXIT
               WHEN 'R'
                  PERFORM REVERSE-PURCHASE THRU REVERSE-PURCHASE-EXIT
               WHEN OTHER
                  MOVE 4 TO UNT-RC IN MY-UNITS
           END-EVALUATE.

           GOBACK.

      *----------------------------------------------------------------*
       BUY-UNITS.
           PERFORM GET-FUND-PRICE.
           IF UNT-RC IN MY-UNITS NOT = 0 THEN
              GO TO BUY-UNITS-EXIT
           END-IF.
           IF DB2-OFFERPRICE NOT > 0 THEN
              MOVE 12 TO UNT-RC IN MY-UNITS
              GO TO BUY-UNITS-EXIT
           END-IF.

           MOVE UNT-AMOUNT IN MY-UNITS TO DB2-AMOUNT-INT.
           COMPUTE DB2-TXN-UNITS ROUNDED =
                   DB2-AMOUNT-INT / DB2-OFFERPRICE.
           MOVE DB2-OFFERPRICE TO DB2-DEAL-PRICE.

           PERFORM WRITE-UNIT-TXN.
           IF UNT-RC IN MY-UNITS NOT = 0 THEN
              GO TO BUY-UNITS-EXIT
           END-IF.
           PERFORM ADD-TO-HOLDING.
           PERFORM RETURN-DEAL.

       BUY-UNITS-EXIT.
           EXIT.

      *    THE WHOLE HOLDING GOES - A SWITCH, SURRENDER OR MATURITY
      *    NEVER LEAVES A PART OF THE FUND BEHIND.
       SELL-UNITS.
           PERFORM GET-HOLDING.
           IF UNT-RC IN MY-UNITS NOT = 0 THEN
              GO TO SELL-UNITS-EXIT
           END-IF.
           PERFORM GET-FUND-PRICE.
           IF UNT-RC IN MY-UNITS NOT = 0 THEN
              GO TO SELL-UNITS-EXIT
           END-IF.

           COMPUTE DB2-AMOUNT-INT ROUNDED =
                   DB2-HELD-UNITS * DB2-BIDPRICE.
           COMPUTE DB2-TXN-UNITS = 0 - DB2-HELD-UNITS.
           MOVE DB2-BIDPRICE TO DB2-DEAL-PRICE.

           PERFORM WRITE-UNIT-TXN.
           IF UNT-RC IN MY-UNITS NOT = 0 THEN
              GO TO SELL-UNITS-EXIT
           END-IF.
           PERFORM ADD-TO-HOLDING.
           MOVE DB2-HELD-UNITS TO DB2-TXN-UNITS.
           PERFORM RETURN-DEAL.

       SELL-UNITS-EXIT.
           EXIT.

       VALUE-UNITS.
           PERFORM GET-HOLDING.
           IF UNT-RC IN MY-UNITS NOT = 0 THEN
              GO TO VALUE-UNITS-EXIT
           END-IF.
           PERFORM GET-FUND-PRICE.
           IF UNT-RC IN MY-UNITS NOT = 0 THEN
              GO TO VALUE-UNITS-EXIT
           END-IF.

           COMPUTE DB2-AMOUNT-INT ROUNDED =
                   DB2-HELD-UNITS * DB2-BIDPRICE.
           MOVE DB2-HELD-UNITS TO DB2-TXN-UNITS.
           MOVE DB2-BIDPRICE TO DB2-DEAL-PRICE.
           PERFORM RETURN-DEAL.

       VALUE-UNITS-EXIT.
           EXIT.

      *    A BOUNCED COLLECTION NEVER PAID FOR ITS UNITS - THEY COME
      *    BACK OUT OF THE FUND THEY WENT INTO, AT THE SAME PRICE,
      *    BUT NEVER BELOW NOTHING IF THE POLICY HAS SINCE SWITCHED.
       REVERSE-PURCHASE.
           EXEC SQL
              SELECT POLICYNUMBER, FUNDCODE, UNITS, PRICE, AMOUNT
              INTO  :DB2-POLICYNUMBER-INT, :WS-FUND, :DB2-UNITS,
                    :DB2-DEAL-PRICE, :DB2-AMOUNT-INT
              FROM GENASA1.UNITTXN
              WHERE INVOICENUMBER = :DB2-INVOICENUMBER-INT
                AND TXNTYPE = 'PRM'
              ORDER BY TXNID DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 100 THEN
              MOVE 16 TO UNT-RC IN MY-UNITS
              GO TO REVERSE-PURCHASE-EXIT
           END-IF.
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO UNT-RC IN MY-UNITS
              GO TO REVERSE-PURCHASE-EXIT
           END-IF.

      *    AN INVOICE PAID AGAIN AFTER A BOUNCE BUYS AGAIN, SO IT IS
      *    ONLY STILL INVESTED WHILE ITS PURCHASES OUTNUMBER ITS
      *    REVERSALS.
           EXEC SQL
              SELECT COUNT(*)
              INTO  :DB2-RVP-COUNT
              FROM GENASA1.UNITTXN
              WHERE INVOICENUMBER = :DB2-INVOICENUMBER-INT
                AND TXNTYPE = 'RVP'
           END-EXEC.
           IF SQLCODE = 0 THEN
              EXEC SQL
                 SELECT COUNT(*)
                 INTO  :DB2-PRM-COUNT
                 FROM GENASA1.UNITTXN
                 WHERE INVOICENUMBER = :DB2-INVOICENUMBER-INT
                   AND TXNTYPE = 'PRM'
              END-EXEC
           END-IF.
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO UNT-RC IN MY-UNITS
              GO TO REVERSE-PURCHASE-EXIT
           END-IF.
           IF DB2-RVP-COUNT NOT < DB2-PRM-COUNT THEN
              MOVE 16 TO UNT-RC IN MY-UNITS
              GO TO REVERSE-PURCHASE-EXIT
           END-IF.

           PERFORM GET-HOLDING.
           IF UNT-RC IN MY-UNITS = 16 THEN
              MOVE 0 TO DB2-HELD-UNITS
              MOVE 0 TO UNT-RC IN MY-UNITS
           END-IF.
           IF UNT-RC IN MY-UNITS NOT = 0 THEN
              GO TO REVERSE-PURCHASE-EXIT
           END-IF.
           IF DB2-UNITS > DB2-HELD-UNITS THEN
              MOVE DB2-HELD-UNITS TO DB2-UNITS
           END-IF.

           COMPUTE DB2-TXN-UNITS = 0 - DB2-UNITS.
           MOVE 'RVP' TO WS-TXNTYPE.
           MOVE WS-DEAL-DATE TO WS-PRICE-DATE.
           PERFORM WRITE-UNIT-TXN.
           IF UNT-RC IN MY-UNITS NOT = 0 THEN
              GO TO REVERSE-PURCHASE-EXIT
           END-IF.
           IF DB2-UNITS > 0 THEN
              PERFORM ADD-TO-HOLDING
           END-IF.
           MOVE DB2-UNITS TO DB2-TXN-UNITS.
           MOVE WS-FUND TO UNT-FUND IN MY-UNITS.
           MOVE DB2-POLICYNUMBER-INT TO UNT-POLICY-NUM IN MY-UNITS.
           PERFORM RETURN-DEAL.

       REVERSE-PURCHASE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    A SWITCH DEALS AT THAT DAY'S OWN PRICE; EVERYTHING ELSE
      *    TAKES THE LATEST PRICE THE ASSET MANAGER HAS SENT.
       GET-FUND-PRICE.
           IF UNT-PRICE-RULE IN MY-UNITS = 'E' THEN
              EXEC SQL
                 SELECT BIDPRICE, OFFERPRICE,
                        CHAR(PRICEDATE, ISO)
                 INTO  :DB2-BIDPRICE, :DB2-OFFERPRICE,
                       :WS-PRICE-DATE
                 FROM GENASA1.FUNDPRICE
                 WHERE FUNDCODE = :WS-FUND
                   AND PRICEDATE = :WS-DEAL-DATE
              END-EXEC
           ELSE
              EXEC SQL
                 SELECT BIDPRICE, OFFERPRICE,
                        CHAR(PRICEDATE, ISO)
                 INTO  :DB2-BIDPRICE, :DB2-OFFERPRICE,
                       :WS-PRICE-DATE
                 FROM GENASA1.FUNDPRICE
                 WHERE FUNDCODE = :WS-FUND
                   AND PRICEDATE <= :WS-DEAL-DATE
                 ORDER BY PRICEDATE DESC
                 FETCH FIRST 1 ROW ONLY
              END-EXEC
           END-IF.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                  CONTINUE
               WHEN SQLCODE = 100
                  MOVE 12 TO UNT-RC IN MY-UNITS
               WHEN OTHER
                  PERFORM LOG-SQL-ERROR
                  MOVE 8 TO UNT-RC IN MY-UNITS
           END-EVALUATE.

       GET-HOLDING.
           MOVE 0 TO DB2-HELD-UNITS.
           EXEC SQL
              SELECT UNITS
              INTO  :DB2-HELD-UNITS
              FROM GENASA1.UNITHOLDING
              WHERE POLICYNUMBER = :DB2-POLICYNUMBER-INT
                AND FUNDCODE = :WS-FUND
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                  IF DB2-HELD-UNITS NOT > 0 THEN
                     MOVE 16 TO UNT-RC IN MY-UNITS
                  END-IF
               WHEN SQLCODE = 100
                  MOVE 16 TO UNT-RC IN MY-UNITS
               WHEN OTHER
                  PERFORM LOG-SQL-ERROR
                  MOVE 8 TO UNT-RC IN MY-UNITS
           END-EVALUATE.

      *    DB2-TXN-UNITS IS SIGNED - A SALE OR REVERSAL TAKES UNITS
      *    OFF THE HOLDING. THE FIRST PURCHASE IN A FUND OPENS THE
      *    HOLDING ROW.
       ADD-TO-HOLDING.
           EXEC SQL
              UPDATE GENASA1.UNITHOLDING
              SET    UNITS = UNITS + :DB2-TXN-UNITS,
                     LASTTXNDATE = :WS-DEAL-DATE
              WHERE  POLICYNUMBER = :DB2-POLICYNUMBER-INT
                AND  FUNDCODE = :WS-FUND
           END-EXEC.
           IF SQLCODE = 100 THEN
              EXEC SQL
                 INSERT INTO GENASA1.UNITHOLDING
                           ( POLICYNUMBER,
                             FUNDCODE,
                             UNITS,
                             LASTTXNDATE )
                    VALUES ( :DB2-POLICYNUMBER-INT,
                             :WS-FUND,
                             :DB2-TXN-UNITS,
                             :WS-DEAL-DATE )
              END-EXEC
           END-IF.
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO UNT-RC IN MY-UNITS
           END-IF.

       WRITE-UNIT-TXN.
           MOVE 'UNITTXN' TO NUM-KEY-TYPE IN WS-NUM.
           MOVE 1 TO NUM-COUNT IN WS-NUM.
           CALL 'NUMPGM1' USING WS-NUM.
           MOVE NUM-FIRST IN WS-NUM TO DB2-TXNID-INT.
           IF NUM-RC IN WS-NUM NOT = 0 THEN
              MOVE 8 TO UNT-RC IN MY-UNITS
           ELSE
              EXEC SQL
                 INSERT INTO GENASA1.UNITTXN
                           ( TXNID,
                             POLICYNUMBER,
                             FUNDCODE,
                             TXNDATE,
                             TXNTYPE,
                             UNITS,
                             PRICE,
                             AMOUNT,
                             INVOICENUMBER )
                    VALUES ( :DB2-TXNID-INT,
                             :DB2-POLICYNUMBER-INT,
                             :WS-FUND,
                             :WS-DEAL-DATE,
                             :WS-TXNTYPE,
                             :DB2-TXN-UNITS,
                             :DB2-DEAL-PRICE,
                             :DB2-AMOUNT-INT,
                             :DB2-INVOICENUMBER-INT )
              END-EXEC
              IF SQLCODE NOT = 0 THEN
                 PERFORM LOG-SQL-ERROR
                 MOVE 8 TO UNT-RC IN MY-UNITS
              END-IF
           END-IF.

       RETURN-DEAL.
           MOVE DB2-TXN-UNITS TO UNT-UNITS IN MY-UNITS.
           MOVE DB2-DEAL-PRICE TO UNT-PRICE IN MY-UNITS.
           MOVE WS-PRICE-DATE TO UNT-PRICE-DATE IN MY-UNITS.
           MOVE DB2-AMOUNT-INT TO UNT-AMOUNT IN MY-UNITS.

      *----------------------------------------------------------------*
       LOG-SQL-ERROR.
           MOVE 'LGUNITS ' TO ERR-PROGRAM.
           MOVE SPACES TO ERR-PARAGRAPH.
           MOVE SPACES TO ERR-KEY-VALUES.
           MOVE SQLCODE TO ERR-SQLCODE.
           MOVE SQLSTATE TO ERR-SQLSTATE.
           MOVE SQLERRMC TO ERR-SQLERRMC.
           CALL 'LGSQLERR' USING WS-SQLERR.

       END PROGRAM LGUNITS.
