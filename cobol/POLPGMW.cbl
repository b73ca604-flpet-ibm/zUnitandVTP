       ID DIVISION.
       PROGRAM-ID. POLPGMW.
      ***
      *
      *    (C) 2026 IBM FLEMMING PETERSEN
      *    STATUTORY COOLING-OFF WITHDRAWAL (FORTRYDELSESRET). A NEW
      *    POLICY MAY BE WITHDRAWN WITHOUT COST UP TO 14 DAYS AFTER
      *    ITS ISSUEDATE, OR AFTER THE DAY THE QUOTE IT CAME FROM
      *    WAS CONVERTED WHEN THAT IS LATER. UNLIKE A MID-TERM
      *    CANCELLATION (POLPGMC) THE SALE IS UNWOUND IN FULL:
      *    - EVERY OPEN INVOICE ON THE POLICY IS VOIDED (STATUS 'W')
      *      SO LGDB2PAY NEITHER CHASES NOR LAPSES IT,
      *    - THE TAXLEDGER POSTINGS OF ALL ITS INVOICES ARE REVERSED
      *      BY NEGATIVE ROWS DATED THE WITHDRAWAL DAY,
      *    - EVERYTHING ALREADY COLLECTED IS REFUNDED AS A CREDITNOTE
      *      (SOURCE 'WDR') AND IS THE POLCANCEL REFUNDAMOUNT,
      *    - THE POLCANCEL ROW CARRIES REASON 'WD', WHICH MAKES
      *      LGDB2PBL CLAW BACK THE WHOLE COMMISSION AND KEEPS THE
      *      POLICY OUT OF THE LGDB2PER AND LGDB2BSC STATISTICS.
      *    RETURN CODES: 0 OK, 4 ALREADY CANCELLED, 8 SQL ERROR,
      *    12 POLICY NOT ON FILE, 16 OUTSIDE THE 14-DAY WINDOW.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Host variables for input to DB2 integer types

       01  DB2-IN-INTEGERS.
           03 DB2-POLICYNUMBER-INT     PIC S9(9) COMP.
           03 DB2-REFUND-INT           PIC S9(9) COMP.
           03 DB2-CREDITNUMBER-INT     PIC S9(9) COMP.
           03 DB2-CUSTOMERNUMBER-INT   PIC S9(9) COMP.

       01  WS-ISSUEDATE                PIC X(10).
       01  WS-CONVERTEDDATE            PIC X(10).
       01  WS-WINDOW-START             PIC X(10).
       01  WS-WITHDRAW-DATE            PIC X(10).
       01  WS-CANCEL-COUNT             PIC S9(9) COMP.
       01  WS-COOLING-OFF-DAYS         PIC S9(4) COMP VALUE 14.

       01  WS-TODAY                    PIC 9(8).

      *    SERIAL-DAY CONVERSION WORK AREAS - CUMULATIVE DAYS AT THE
      *    START OF EACH MONTH, LEAP DAY HANDLED SEPARATELY.
       01  WS-CUM-DAYS-CONST.
           05 FILLER PIC 9(3) VALUE 000.
           05 FILLER PIC 9(3) VALUE 031.
           05 FILLER PIC 9(3) VALUE 059.
           05 FILLER PIC 9(3) VALUE 090.
           05 FILLER PIC 9(3) VALUE 120.
           05 FILLER PIC 9(3) VALUE 151.
           05 FILLER PIC 9(3) VALUE 181.
           05 FILLER PIC 9(3) VALUE 212.
           05 FILLER PIC 9(3) VALUE 243.
           05 FILLER PIC 9(3) VALUE 273.
           05 FILLER PIC 9(3) VALUE 304.
           05 FILLER PIC 9(3) VALUE 334.
       01  WS-CUM-DAYS-TAB REDEFINES WS-CUM-DAYS-CONST.
           05 WS-CUM-DAYS PIC 9(3) OCCURS 12 TIMES.

       01  WS-CONV-DATE                PIC X(10).
       01  WS-CONV-YEAR                PIC 9(4).
       01  WS-CONV-MONTH               PIC 9(2).
       01  WS-CONV-DAY                 PIC 9(2).
       01  WS-CONV-SERIAL              PIC S9(9) COMP.
       01  WS-LEAP-REM-4               PIC S9(8) BINARY.
       01  WS-LEAP-REM-100             PIC S9(8) BINARY.
       01  WS-LEAP-REM-400             PIC S9(8) BINARY.

       01  WS-WITHDRAW-SERIAL          PIC S9(9) COMP.
       01  WS-START-SERIAL             PIC S9(9) COMP.

           EXEC SQL INCLUDE SQLCA      END-EXEC.

      * Number-range allocation through NUMPGM1
       01  WS-NUM.
           COPY NUMCPY1.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.

       LINKAGE SECTION.
       01  MY-POLICY.
           COPY POLCPY1.

       PROCEDURE DIVISION USING MY-POLICY.
      *
       MAIN SECTION.
       MAIN1.

            MOVE FSP-POLICY-NUM IN MY-POLICY TO
                 DB2-POLICYNUMBER-INT
            MOVE 0 TO FSP-CAN-REFUND IN MY-POLICY
            MOVE 'WD' TO FSP-CAN-REASON IN MY-POLICY

           IF FSP-CAN-DATE IN MY-POLICY = SPACES THEN
              ACCEPT WS-TODAY FROM DATE YYYYMMDD
              STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-'
                     WS-TODAY(7:2)
                     DELIMITED BY SIZE INTO FSP-CAN-DATE IN MY-POLICY
           END-IF
           MOVE FSP-CAN-DATE IN MY-POLICY TO WS-WITHDRAW-DATE

            EXEC SQL
               SELECT ISSUEDATE, CUSTOMERNUMBER
               INTO  :WS-ISSUEDATE, :DB2-CUSTOMERNUMBER-INT
               FROM POLICY
               WHERE POLICYNUMBER = :DB2-POLICYNUMBER-INT
            END-EXEC.

           IF SQLCODE < 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
              GOBACK
           END-IF

           IF SQLCODE = 100 THEN
              MOVE 12 TO FSP-RETURN-CODE IN MY-POLICY
              GOBACK
           END-IF

      *    A POLICY ALREADY CANCELLED OR LAPSED HAS NOTHING LEFT TO
      *    WITHDRAW FROM.
            EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANCEL-COUNT
               FROM GENASA1.POLCANCEL
               WHERE POLICYNUMBER = :DB2-POLICYNUMBER-INT
            END-EXEC.

           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
              GOBACK
           END-IF

           IF WS-CANCEL-COUNT > 0 THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-POLICY
              GOBACK
           END-IF

           PERFORM CHECK-COOLING-OFF-WINDOW

      *    WHAT THE CUSTOMER HAS ALREADY PAID COMES BACK IN FULL -
      *    WHAT IS STILL OPEN IS SIMPLY VOIDED BELOW.
            EXEC SQL
               SELECT COALESCE(SUM(AMOUNT), 0)
               INTO  :DB2-REFUND-INT
               FROM GENASA1.INVOICE
               WHERE POLICYNUMBER = :DB2-POLICYNUMBER-INT
                 AND STATUS = 'P'
            END-EXEC.

           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
              GOBACK
           END-IF

           PERFORM REVERSE-PREMIUM-TAX
           PERFORM VOID-OPEN-INVOICES

           EXEC SQL
              INSERT INTO GENASA1.POLCANCEL
                        ( POLICYNUMBER,
                          CANCELDATE,
                          REASONCODE,
                          REFUNDAMOUNT )
                 VALUES ( :DB2-POLICYNUMBER-INT,
                          :WS-WITHDRAW-DATE,
                          'WD',
                          :DB2-REFUND-INT )
           END-EXEC.

           IF SQLCODE = 0 THEN
              MOVE DB2-REFUND-INT TO FSP-CAN-REFUND IN MY-POLICY
              MOVE 0 TO FSP-RETURN-CODE IN MY-POLICY
              IF DB2-REFUND-INT > 0 THEN
                 PERFORM RAISE-CREDIT-NOTE
              END-IF
           ELSE
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
           END-IF.

           GOBACK.

      *    THE WINDOW RUNS FROM THE LATER OF THE ISSUEDATE AND THE
      *    QUOTE CONVERSION DAY - A QUOTE CONVERTED TODAY INTO A
      *    POLICY STARTING NEXT MONTH STILL GETS ITS FULL 14 DAYS.
       CHECK-COOLING-OFF-WINDOW.
           MOVE SPACES TO WS-CONVERTEDDATE
           EXEC SQL
              SELECT COALESCE(CHAR(MAX(CONVERTEDDATE), ISO), ' ')
              INTO  :WS-CONVERTEDDATE
              FROM GENASA1.QUOTE
              WHERE CONVERTEDPOLICY = :DB2-POLICYNUMBER-INT
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
              GOBACK
           END-IF

           MOVE WS-ISSUEDATE TO WS-WINDOW-START
           IF WS-CONVERTEDDATE NOT = SPACES AND
              WS-CONVERTEDDATE > WS-ISSUEDATE THEN
              MOVE WS-CONVERTEDDATE TO WS-WINDOW-START
           END-IF

           MOVE WS-WITHDRAW-DATE TO WS-CONV-DATE
           PERFORM CONVERT-DATE-TO-SERIAL
           MOVE WS-CONV-SERIAL TO WS-WITHDRAW-SERIAL

           MOVE WS-WINDOW-START TO WS-CONV-DATE
           PERFORM CONVERT-DATE-TO-SERIAL
           MOVE WS-CONV-SERIAL TO WS-START-SERIAL

           IF WS-WITHDRAW-SERIAL - WS-START-SERIAL >
              WS-COOLING-OFF-DAYS THEN
              MOVE 16 TO FSP-RETURN-CODE IN MY-POLICY
              GOBACK
           END-IF.

      *    EVERY INVOICE ON THE POLICY HAD ITS PREMIUM TAX POSTED
      *    WHEN LGDB2BIL RAISED IT. THE TAX WAS NEVER DUE ON A SALE
      *    THAT DID NOT HAPPEN, SO EACH POSTING IS MATCHED BY A
      *    NEGATIVE ROW THAT NETS IT OFF IN THE WITHDRAWAL MONTH -
      *    THE ORIGINAL MAY ALREADY BE IN A FILED REMITTANCE.
       REVERSE-PREMIUM-TAX.
           EXEC SQL
              INSERT INTO GENASA1.TAXLEDGER
                        ( INVOICENUMBER,
                          POLICYTYPE,
                          TAXDATE,
                          PREMIUMAMOUNT,
                          TAXAMOUNT )
                 SELECT T.INVOICENUMBER,
                        T.POLICYTYPE,
                        :WS-WITHDRAW-DATE,
                        0 - T.PREMIUMAMOUNT,
                        0 - T.TAXAMOUNT
                 FROM   GENASA1.TAXLEDGER T,
                        GENASA1.INVOICE I
                 WHERE  T.INVOICENUMBER = I.INVOICENUMBER
                   AND  I.POLICYNUMBER = :DB2-POLICYNUMBER-INT
                   AND  T.TAXAMOUNT > 0
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
              GOBACK
           END-IF.

       VOID-OPEN-INVOICES.
           EXEC SQL
              UPDATE GENASA1.INVOICE
              SET    STATUS = 'W'
              WHERE  POLICYNUMBER = :DB2-POLICYNUMBER-INT
                AND  STATUS = 'O'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
              GOBACK
           END-IF.

      *    THE REFUND RIDES THE RECEIVABLES CHAIN AS A CREDIT NOTE,
      *    EXACTLY AS A MID-TERM CANCELLATION REFUND DOES.
       RAISE-CREDIT-NOTE.
           MOVE 'CREDIT' TO NUM-KEY-TYPE IN WS-NUM
           MOVE 1 TO NUM-COUNT IN WS-NUM
           CALL 'NUMPGM1' USING WS-NUM
           IF NUM-RC IN WS-NUM NOT = 0 THEN
              MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
              GOBACK
           END-IF
           MOVE NUM-FIRST IN WS-NUM TO DB2-CREDITNUMBER-INT

           EXEC SQL
              INSERT INTO GENASA1.CREDITNOTE
                        ( CREDITNUMBER,
                          POLICYNUMBER,
                          CUSTOMERNUMBER,
                          ISSUEDATE,
                          AMOUNT,
                          APPLIEDAMOUNT,
                          STATUS,
                          SOURCE,
                          REMITTEDDATE )
                 VALUES ( :DB2-CREDITNUMBER-INT,
                          :DB2-POLICYNUMBER-INT,
                          :DB2-CUSTOMERNUMBER-INT,
                          :WS-WITHDRAW-DATE,
                          :DB2-REFUND-INT,
                          0,
                          'O',
                          'WDR',
                          NULL )
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
           END-IF.

      *    TURNS A YYYY-MM-DD DATE INTO A SERIAL DAY COUNT SO TWO
      *    DATES CAN BE SUBTRACTED. THE BASE IS ARBITRARY - ONLY
      *    DIFFERENCES ARE EVER USED.
       CONVERT-DATE-TO-SERIAL.
           MOVE WS-CONV-DATE(1:4) TO WS-CONV-YEAR
           MOVE WS-CONV-DATE(6:2) TO WS-CONV-MONTH
           MOVE WS-CONV-DATE(9:2) TO WS-CONV-DAY

           COMPUTE WS-CONV-SERIAL =
                   WS-CONV-YEAR * 365 +
                   WS-CUM-DAYS(WS-CONV-MONTH) +
                   WS-CONV-DAY

      *    ONE DAY PER LEAP YEAR UP TO AND INCLUDING THIS ONE WHEN
      *    THE DATE IS PAST FEBRUARY, UP TO THE PRIOR YEAR WHEN NOT.
           IF WS-CONV-MONTH > 2 THEN
              CONTINUE
           ELSE
              SUBTRACT 1 FROM WS-CONV-YEAR
           END-IF
           DIVIDE WS-CONV-YEAR BY 4 GIVING WS-LEAP-REM-4
           DIVIDE WS-CONV-YEAR BY 100 GIVING WS-LEAP-REM-100
           DIVIDE WS-CONV-YEAR BY 400 GIVING WS-LEAP-REM-400
           COMPUTE WS-CONV-SERIAL = WS-CONV-SERIAL +
                   WS-LEAP-REM-4 - WS-LEAP-REM-100 + WS-LEAP-REM-400.

       LOG-SQL-ERROR.
           MOVE 'POLPGMW ' TO ERR-PROGRAM
           MOVE SPACES TO ERR-PARAGRAPH
           MOVE SPACES TO ERR-KEY-VALUES
           MOVE SQLCODE TO ERR-SQLCODE
           MOVE SQLSTATE TO ERR-SQLSTATE
           MOVE SQLERRMC TO ERR-SQLERRMC
           CALL 'LGSQLERR' USING WS-SQLERR.

       END PROGRAM POLPGMW.
