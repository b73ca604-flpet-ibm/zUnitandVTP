       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGDB2UST.
      *    MONTHLY UNIT STATEMENT FOR THE UNIT-LINKED EQUITY AND
      *    MANAGED ENDOWMENT FUNDS. THE SYSIN CARD CARRIES THE
      *    STATEMENT MONTH (YYYYMM) - BLANK MEANS THE MONTH JUST
      *    ENDED. BREAKS ON CUSTOMERNUMBER IN THE LGDB2STM STYLE AND
      *    PRINTS ONE STATEMENT PER POLICYHOLDER: A BLOCK PER POLICY
      *    AND FUND WITH THE UNITS HELD AT MONTH END, THE LATEST BID
      *    PRICE ON OR BEFORE MONTH END AND THE VALUE THEY GIVE,
      *    FOLLOWED BY THE MONTH'S DEALS FROM UNITTXN (PREMIUMS
      *    INVESTED, SWITCHES, SALES AND REVERSALS), AND THE TOTAL
      *    UNIT VALUE ACROSS THE POLICYHOLDER'S POLICIES. A HOLDING
      *    SOLD OUT DURING THE MONTH STILL SHOWS, SO THE SALE IS
      *    ON THE STATEMENT. EVERY STATEMENT IS ARCHIVED ON
      *    DOCARCHIVE AS DOCTYPE 'UST'. THE STATEMENT IS WORDED IN
      *    THE POLICYHOLDER'S PREFERRED LANGUAGE (CUSTOMER.PREFLANG,
      *    ENGLISH FOR 'E', DANISH OTHERWISE) AND THE ARCHIVE ROW
      *    RECORDS WHICH. A POLICYHOLDER UNDER NAME AND ADDRESS
      *    PROTECTION IS NEVER PUT ON THE PRINT STREAM - THEIR
      *    STATEMENT GOES TO THE SPECIAL HANDLING FILE (SPCLOUT) IN
      *    THE LGDB2STM BLOCK SHAPE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USTPRINT ASSIGN TO USTPRINT
               FILE STATUS IS USTPRINT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT ARCHOUT ASSIGN TO ARCHOUT
               FILE STATUS IS ARCHOUT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT SPCLOUT ASSIGN TO SPCLOUT
               FILE STATUS IS SPCLOUT-STATUS
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.

       FILE SECTION.
       FD USTPRINT RECORDING MODE F.
       01 USTPRINT-RECORD            PIC X(80).

      *    RETAINED COPY FOR THE DOCARCHIVE INDEX - EACH LINE
      *    PREFIXED WITH ITS DOCID.
       FD ARCHOUT RECORDING MODE F.
       01 ARCH-RECORD.
           05 AR-DOCID               PIC 9(9).
           05 AR-LINE                PIC X(80).

      *    SPECIAL HANDLING - 'H' HEADER (MATERIAL ID, CUSTOMER),
      *    'D' LINES, 'T' END.
       FD SPCLOUT RECORDING MODE F.
       01 SPCL-RECORD.
           05 SP-RECORDTYPE          PIC X(1).
           05 SP-DOC-LINE            PIC X(80).
       01 SPCL-HEADER-VIEW REDEFINES SPCL-RECORD.
           05 FILLER                 PIC X(1).
           05 SP-MATERIALID          PIC X(8).
           05 SP-CUSTOMERNUMBER      PIC 9(9).
           05 FILLER                 PIC X(63).

       WORKING-STORAGE SECTION.

       01 USTPRINT-STATUS            PIC 99.
       01 ARCHOUT-STATUS             PIC 99.
       01 SPCLOUT-STATUS             PIC 99.

      *    DOCUMENT ARCHIVE INDEX WORK AREAS
       01 WS-ARCH-DOCID              PIC S9(9) COMP.
      *    DOCUMENT NUMBERS COME FROM NUMPGM1 A BLOCK AT A TIME.
       01 WS-NEXT-DOCID              PIC S9(9) COMP VALUE 1.
       01 WS-DOCID-BLOCK-LAST        PIC S9(9) COMP VALUE 0.
       01 WS-DOCID-BLOCK             PIC 9(7) VALUE 100.
       01 WS-ARCH-LINES              PIC S9(9) COMP VALUE 0.
       01 WS-ARCH-DSN                PIC X(44).
       01 WS-ARCH-GENDATE            PIC X(10).
       01 WS-ARCH-CUSTNO             PIC S9(9) COMP.
       01 WS-ARCH-POLICY             PIC S9(9) COMP VALUE 0.
       01 WS-ARCH-LANG               PIC X(1).
       01 WS-DOC-LINE                PIC X(80).
       01 WS-DELIVERY-SW             PIC X VALUE 'N'.
          88 DOC-GOES-SPECIAL             VALUE 'S'.
       01 WS-SP-ADDRPROTECT          PIC X(1).
       01 WS-CNT-SPECIAL             PIC 9(7) VALUE 0.

       01  WS-PARM-CARD.
           05 WS-PARM-YEAR           PIC 9(4).
           05 WS-PARM-MONTH          PIC 9(2).

       01  WS-TODAY.
           05 WS-TODAY-YEAR   PIC 9999.
           05 WS-TODAY-MONTH  PIC 99.
           05 WS-TODAY-DAY    PIC 99.

      *    THE MONTH RUNS FROM ITS FIRST DAY UP TO (NOT INCLUDING)
      *    THE FIRST DAY OF THE NEXT.
       01  WS-STMT-YEAR              PIC 9(4).
       01  WS-STMT-MONTH             PIC 9(2).
       01  WS-NEXT-YEAR              PIC 9(4).
       01  WS-NEXT-MONTH             PIC 9(2).
       01  WS-MONTH-START            PIC X(10).
       01  WS-NEXT-START             PIC X(10).

      * SQLCA DB2 communications area
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  WS-POLICYNUMBER             PIC S9(9) COMP.
       01  WS-CUSTOMERNUMBER           PIC S9(9) COMP.
       01  WS-FUNDCODE                 PIC X(1).
       01  WS-MONTHEND-UNITS           PIC S9(11)V9(4) COMP-3.
       01  WS-FIRSTNAME                PIC X(10).
       01  WS-LASTNAME                 PIC X(20).
       01  WS-HOUSENAME                PIC X(20).
       01  WS-HOUSENUMBER              PIC X(4).
       01  WS-POSTCODE                 PIC X(8).
       01  WS-PREFLANG                 PIC X(1).

       01  WS-BIDPRICE                 PIC S9(5)V9(4) COMP-3.
       01  WS-PRICEDATE                PIC X(10).
       01  WS-HOLDING-VALUE            PIC S9(9) COMP.

       01  WS-TX-DATE                  PIC X(10).
       01  WS-TX-TYPE                  PIC X(3).
       01  WS-TX-UNITS                 PIC S9(11)V9(4) COMP-3.
       01  WS-TX-PRICE                 PIC S9(5)V9(4) COMP-3.
       01  WS-TX-AMOUNT                PIC S9(9) COMP.

       01  WS-PREV-CUSTOMER            PIC S9(9) COMP VALUE -1.
       01  WS-FIRST-ROW-SW             PIC X(1) VALUE 'Y'.
           88 WS-FIRST-ROW                       VALUE 'Y'
                                                  FALSE 'N'.

       01  WS-CUST-VALUE-TOTAL         PIC S9(11) COMP VALUE 0.

       01  WS-LINE-BLANK               PIC X(80) VALUE SPACES.
       01  WS-LINE-RULE                PIC X(80) VALUE ALL '-'.

      *    STATEMENT WORDING - ONE TEXT BLOCK PER LANGUAGE, THE
      *    POLICYHOLDER'S PREFLANG CHOOSING WHICH IS MOVED INTO
      *    WS-UST-TEXT (DANISH UNLESS ENGLISH HAS BEEN ASKED FOR).
       01  WS-UST-TEXT-DANISH.
           05 FILLER                 PIC X(6)  VALUE 'KAERE '.
           05 FILLER                 PIC X(31) VALUE
              'DIN PULJEOPGOERELSE, MAANED '.
           05 FILLER                 PIC X(9)  VALUE 'POLICE : '.
           05 FILLER                 PIC X(8)  VALUE '  FOND '.
           05 FILLER                 PIC X(8)  VALUE '  ANDEL '.
           05 FILLER                 PIC X(6)  VALUE ' KURS '.
           05 FILLER                 PIC X(4)  VALUE ' PR '.
           05 FILLER                 PIC X(7)  VALUE ' VAERDI'.
           05 FILLER                 PIC X(26) VALUE
              '  ENDNU IKKE KURSSAT'.
           05 FILLER                 PIC X(23) VALUE
              'SAMLET VAERDI        : '.
           05 FILLER                 PIC X(7)  VALUE 'AKTIER'.
           05 FILLER                 PIC X(7)  VALUE 'BLANDET'.
           05 FILLER                 PIC X(14) VALUE 'PRAEMIE'.
           05 FILLER                 PIC X(14) VALUE 'SKIFTET UD'.
           05 FILLER                 PIC X(14) VALUE 'SKIFTET IND'.
           05 FILLER                 PIC X(14) VALUE 'GENKOEBT'.
           05 FILLER                 PIC X(14) VALUE 'UDLOEBET'.
           05 FILLER                 PIC X(14) VALUE 'PRAEMIERETUR'.
           05 FILLER                 PIC X(14) VALUE 'DOEDSFALD'.

       01  WS-UST-TEXT-ENGLISH.
           05 FILLER                 PIC X(6)  VALUE 'DEAR '.
           05 FILLER                 PIC X(31) VALUE
              'YOUR UNIT STATEMENT FOR MONTH '.
           05 FILLER                 PIC X(9)  VALUE 'POLICY : '.
           05 FILLER                 PIC X(8)  VALUE '  FUND '.
           05 FILLER                 PIC X(8)  VALUE '  UNITS '.
           05 FILLER                 PIC X(6)  VALUE '  BID '.
           05 FILLER                 PIC X(4)  VALUE ' AT '.
           05 FILLER                 PIC X(7)  VALUE ' VALUE '.
           05 FILLER                 PIC X(26) VALUE
              '  NOT YET PRICED'.
           05 FILLER                 PIC X(23) VALUE
              'TOTAL UNIT VALUE     : '.
           05 FILLER                 PIC X(7)  VALUE 'EQUITY'.
           05 FILLER                 PIC X(7)  VALUE 'MANAGED'.
           05 FILLER                 PIC X(14) VALUE 'PREMIUM'.
           05 FILLER                 PIC X(14) VALUE 'SWITCHED OUT'.
           05 FILLER                 PIC X(14) VALUE 'SWITCHED IN'.
           05 FILLER                 PIC X(14) VALUE 'SURRENDERED'.
           05 FILLER                 PIC X(14) VALUE 'MATURED'.
           05 FILLER                 PIC X(14) VALUE 'PREMIUM RETURN'.
           05 FILLER                 PIC X(14) VALUE 'DEATH CLAIM'.

       01  WS-UST-TEXT.
           05 WT-DEAR                PIC X(6).
           05 WT-HEADING             PIC X(31).
           05 WT-POLICY              PIC X(9).
           05 WT-FUND                PIC X(8).
           05 WT-UNITS               PIC X(8).
           05 WT-BID                 PIC X(6).
           05 WT-AT                  PIC X(4).
           05 WT-VALUE               PIC X(7).
           05 WT-NOT-PRICED          PIC X(26).
           05 WT-TOTAL               PIC X(23).
           05 WT-FUND-EQUITY         PIC X(7).
           05 WT-FUND-MANAGED        PIC X(7).
           05 WT-TX-PRM              PIC X(14).
           05 WT-TX-SWO              PIC X(14).
           05 WT-TX-SWI              PIC X(14).
           05 WT-TX-SUR              PIC X(14).
           05 WT-TX-MAT              PIC X(14).
           05 WT-TX-RVP              PIC X(14).
           05 WT-TX-DTH              PIC X(14).

       01  WS-LINE-GREETING.
           05 WL-DEAR                PIC X(6).
           05 WL-FIRSTNAME           PIC X(10).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 WL-LASTNAME            PIC X(20).
           05 FILLER                 PIC X(1) VALUE ','.
           05 FILLER                 PIC X(42) VALUE SPACES.

       01  WS-LINE-ADDRESS.
           05 WL-HOUSENUMBER         PIC X(4).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 WL-HOUSENAME           PIC X(20).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 WL-POSTCODE            PIC X(8).
           05 FILLER                 PIC X(46) VALUE SPACES.

       01  WS-LINE-HEADING.
           05 WL-HEADING             PIC X(31).
           05 WL-STMT-YEAR           PIC 9(4).
           05 FILLER                 PIC X(1) VALUE '-'.
           05 WL-STMT-MONTH          PIC 9(2).
           05 FILLER                 PIC X(42) VALUE SPACES.

       01  WS-LINE-POLICY.
           05 WL-POLICY              PIC X(9).
           05 WL-POLICYNUMBER        PIC Z(8)9.
           05 WL-FUND                PIC X(8).
           05 WL-FUNDNAME            PIC X(7).
           05 FILLER                 PIC X(47) VALUE SPACES.

       01  WS-LINE-HOLDING.
           05 WL-UNITS-TEXT          PIC X(8).
           05 WL-UNITS               PIC Z(10)9,9999.
           05 WL-BID                 PIC X(6).
           05 WL-BIDPRICE            PIC Z(4)9,9999.
           05 WL-AT                  PIC X(4).
           05 WL-PRICEDATE           PIC X(10).
           05 WL-VALUE-TEXT          PIC X(7).
           05 WL-VALUE               PIC Z(8)9.
           05 FILLER                 PIC X(10) VALUE SPACES.

       01  WS-LINE-NO-PRICE.
           05 WL-NP-UNITS-TEXT       PIC X(8).
           05 WL-NP-UNITS            PIC Z(10)9,9999.
           05 WL-NP-TEXT             PIC X(26).
           05 FILLER                 PIC X(30) VALUE SPACES.

      *    ONE LINE PER DEAL - UNITS ARE SIGNED, A SALE OR A
      *    REVERSAL TAKES UNITS OFF THE HOLDING.
       01  WS-LINE-DEAL.
           05 FILLER                 PIC X(4) VALUE SPACES.
           05 WL-TX-DATE             PIC X(10).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 WL-TX-TEXT             PIC X(14).
           05 WL-TX-UNITS            PIC -(10)9,9999.
           05 FILLER                 PIC X(3) VALUE ' @ '.
           05 WL-TX-PRICE            PIC Z(4)9,9999.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 WL-TX-AMOUNT           PIC Z(8)9.
           05 FILLER                 PIC X(12) VALUE SPACES.

       01  WS-LINE-TOTAL.
           05 WL-TOTAL               PIC X(23).
           05 WL-TOTAL-VALUE         PIC Z(10)9.
           05 FILLER                 PIC X(46) VALUE SPACES.

       01  WS-CNT-CUSTOMERS          PIC 9(7) VALUE 0.
       01  WS-CNT-HOLDINGS           PIC 9(7) VALUE 0.
       01  WS-CNT-DEALS              PIC 9(7) VALUE 0.

      * Central run-control (RUNLOG) interface
       01  WS-RUNLOG.
           COPY RUNCPY1.

      *    HOLDINGS WITH UNITS AT MONTH END OR DEALS IN THE MONTH,
      *    ORDERED BY CUSTOMER SO THE BREAK GATHERS EACH
      *    POLICYHOLDER'S UNITS INTO ONE STATEMENT. MONTH-END UNITS
      *    ARE TODAY'S HOLDING LESS ANYTHING DEALT SINCE.
           EXEC SQL
             DECLARE C1 CURSOR FOR
               SELECT H.POLICYNUMBER,
                      H.FUNDCODE,
                      H.UNITS -
                      COALESCE((SELECT SUM(U.UNITS)
                                  FROM GENASA1.UNITTXN U
                                 WHERE U.POLICYNUMBER = H.POLICYNUMBER
                                   AND U.FUNDCODE = H.FUNDCODE
                                   AND U.TXNDATE >= :WS-NEXT-START),
                               0),
                      POLICY.CUSTOMERNUMBER,
                      CUSTOMER.FIRSTNAME,
                      CUSTOMER.LASTNAME,
                      CUSTOMER.HOUSENAME,
                      CUSTOMER.HOUSENUMBER,
                      CUSTOMER.POSTCODE,
                      COALESCE(CUSTOMER.PREFLANG, 'D')
               FROM GENASA1.UNITHOLDING H, POLICY, CUSTOMER
               WHERE H.POLICYNUMBER = POLICY.POLICYNUMBER
                 AND POLICY.CUSTOMERNUMBER = CUSTOMER.CUSTOMERNUMBER
                 AND (H.UNITS -
                      COALESCE((SELECT SUM(U.UNITS)
                                  FROM GENASA1.UNITTXN U
                                 WHERE U.POLICYNUMBER = H.POLICYNUMBER
                                   AND U.FUNDCODE = H.FUNDCODE
                                   AND U.TXNDATE >= :WS-NEXT-START),
                               0) > 0
                      OR EXISTS
                      (SELECT 1 FROM GENASA1.UNITTXN U
                        WHERE U.POLICYNUMBER = H.POLICYNUMBER
                          AND U.FUNDCODE = H.FUNDCODE
                          AND U.TXNDATE >= :WS-MONTH-START
                          AND U.TXNDATE < :WS-NEXT-START))
      *    NO STATEMENTS TO CUSTOMERS THE CPR AGENCY FEED HAS
      *    MARKED DECEASED OR EMIGRATED (LGDB2CPE).
                 AND NOT EXISTS
                     (SELECT 1 FROM GENASA1.CUSTOMERSTATUS
                       WHERE GENASA1.CUSTOMERSTATUS.CUSTOMERNUMBER =
                             CUSTOMER.CUSTOMERNUMBER
                         AND GENASA1.CUSTOMERSTATUS.STATUS
                             IN ('D', 'E'))
               ORDER BY POLICY.CUSTOMERNUMBER, H.POLICYNUMBER,
                        H.FUNDCODE
           END-EXEC.

      *    THE MONTH'S DEALS ON ONE HOLDING, IN THE ORDER MADE.
           EXEC SQL
             DECLARE C2 CURSOR FOR
               SELECT CHAR(TXNDATE, ISO),
                      TXNTYPE,
                      UNITS,
                      PRICE,
                      AMOUNT
               FROM GENASA1.UNITTXN
               WHERE POLICYNUMBER = :WS-POLICYNUMBER
                 AND FUNDCODE = :WS-FUNDCODE
                 AND TXNDATE >= :WS-MONTH-START
                 AND TXNDATE < :WS-NEXT-START
               ORDER BY TXNID
           END-EXEC.

      * Number-range allocation through NUMPGM1
       01  WS-NUM.
           COPY NUMCPY1.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.
       MAIN.

           PERFORM MARK-RUN-STARTED.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           PERFORM SET-STATEMENT-MONTH.

           MOVE SPACES TO WS-ARCH-GENDATE.
           STRING WS-TODAY-YEAR '-' WS-TODAY-MONTH '-' WS-TODAY-DAY
                  DELIMITED BY SIZE INTO WS-ARCH-GENDATE.

           OPEN OUTPUT USTPRINT.
           IF USTPRINT-STATUS NOT = 0 THEN
              DISPLAY 'LGDB2UST FILE STATUS AT OPEN USTPRINT '
                      USTPRINT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM MARK-RUN-ENDED
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-ARCH-DSN.
           STRING 'ARCH.LGDB2UST.D' WS-TODAY-YEAR WS-TODAY-MONTH
                  WS-TODAY-DAY
                  DELIMITED BY SIZE INTO WS-ARCH-DSN.
           OPEN OUTPUT ARCHOUT.
           IF ARCHOUT-STATUS NOT = 0 THEN
              DISPLAY 'LGDB2UST FILE STATUS AT OPEN ARCHOUT '
                      ARCHOUT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM MARK-RUN-ENDED
              STOP RUN
           END-IF.
           OPEN OUTPUT SPCLOUT.
           IF SPCLOUT-STATUS NOT = 0 THEN
              DISPLAY 'LGDB2UST FILE STATUS AT OPEN SPCLOUT '
                      SPCLOUT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM MARK-RUN-ENDED
              STOP RUN
           END-IF.

           PERFORM OPEN-CURSOR.
           PERFORM FETCH-CURSOR.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0

                   IF WS-CUSTOMERNUMBER NOT = WS-PREV-CUSTOMER
                      AND NOT WS-FIRST-ROW THEN
                      PERFORM WRITE-STATEMENT-TOTAL
                   END-IF

                   IF WS-CUSTOMERNUMBER NOT = WS-PREV-CUSTOMER THEN
                      PERFORM WRITE-STATEMENT-HEADER
                   END-IF

                   PERFORM WRITE-HOLDING
                   PERFORM FETCH-CURSOR
           END-PERFORM
           PERFORM CLOSE-CURSOR.

           IF NOT WS-FIRST-ROW THEN
              PERFORM WRITE-STATEMENT-TOTAL
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           PERFORM DISPLAY-SUMMARY.

           PERFORM MARK-RUN-ENDED.

           CLOSE USTPRINT.
           CLOSE ARCHOUT.
           CLOSE SPCLOUT.
           STOP RUN.

      *    THE START CALL DOUBLES AS THE DOUBLE-START GUARD - A ROW
      *    STILL MARKED RUNNING FOR TODAY'S CYCLE STOPS THE JOB.
       MARK-RUN-STARTED.
           MOVE 'LGDB2UST' TO RUN-JOBNAME.
           MOVE 'S' TO RUN-FUNCTION.
           CALL 'LGRUNLOG' USING WS-RUNLOG.
           IF RUN-RC = 4 THEN
              DISPLAY 'LGDB2UST ALREADY MARKED RUNNING THIS CYCLE'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF RUN-RC = 6 THEN
              DISPLAY 'LGDB2UST HELD - PREDECESSOR '
                      RUN-FAILED-PRED ' NOT ENDED CLEANLY'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       MARK-RUN-ENDED.
           MOVE 'E' TO RUN-FUNCTION.
           MOVE WS-CNT-HOLDINGS TO RUN-RECORDS-READ.
           MOVE WS-CNT-CUSTOMERS TO RUN-RECORDS-WRITTEN.
           MOVE 0 TO RUN-RECORDS-REJECTED.
           MOVE RETURN-CODE TO RUN-RETURN-CODE.
           CALL 'LGRUNLOG' USING WS-RUNLOG.

      *    A BLANK OR BAD CARD STATES THE MONTH JUST ENDED.
       SET-STATEMENT-MONTH.
           IF WS-PARM-CARD NUMERIC AND WS-PARM-YEAR > 0 AND
              WS-PARM-MONTH > 0 AND WS-PARM-MONTH <= 12 THEN
              MOVE WS-PARM-YEAR TO WS-STMT-YEAR
              MOVE WS-PARM-MONTH TO WS-STMT-MONTH
           ELSE
              MOVE WS-TODAY-YEAR TO WS-STMT-YEAR
              MOVE WS-TODAY-MONTH TO WS-STMT-MONTH
              IF WS-STMT-MONTH = 1 THEN
                 MOVE 12 TO WS-STMT-MONTH
                 SUBTRACT 1 FROM WS-STMT-YEAR
              ELSE
                 SUBTRACT 1 FROM WS-STMT-MONTH
              END-IF
           END-IF.

           MOVE WS-STMT-YEAR TO WS-NEXT-YEAR.
           MOVE WS-STMT-MONTH TO WS-NEXT-MONTH.
           IF WS-NEXT-MONTH = 12 THEN
              MOVE 1 TO WS-NEXT-MONTH
              ADD 1 TO WS-NEXT-YEAR
           ELSE
              ADD 1 TO WS-NEXT-MONTH
           END-IF.

           MOVE SPACES TO WS-MONTH-START.
           STRING WS-STMT-YEAR '-' WS-STMT-MONTH '-01'
                  DELIMITED BY SIZE INTO WS-MONTH-START.
           MOVE SPACES TO WS-NEXT-START.
           STRING WS-NEXT-YEAR '-' WS-NEXT-MONTH '-01'
                  DELIMITED BY SIZE INTO WS-NEXT-START.

      *----------------------------------------------------------------*
       OPEN-CURSOR.
           EXEC SQL OPEN C1 END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              EXEC SQL ROLLBACK END-EXEC
              MOVE 16 TO RETURN-CODE
              PERFORM MARK-RUN-ENDED
              STOP RUN
           END-IF.

       FETCH-CURSOR.
           EXEC SQL
              FETCH C1
              INTO :WS-POLICYNUMBER,
                   :WS-FUNDCODE,
                   :WS-MONTHEND-UNITS,
                   :WS-CUSTOMERNUMBER,
                   :WS-FIRSTNAME,
                   :WS-LASTNAME,
                   :WS-HOUSENAME,
                   :WS-HOUSENUMBER,
                   :WS-POSTCODE,
                   :WS-PREFLANG
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
       WRITE-STATEMENT-HEADER.
           MOVE WS-CUSTOMERNUMBER TO WS-PREV-CUSTOMER.
           PERFORM START-ARCHIVE-DOCUMENT.
           MOVE WS-CUSTOMERNUMBER TO WS-ARCH-CUSTNO.
           PERFORM SELECT-STATEMENT-LANGUAGE.
           PERFORM CHECK-ADDRESS-PROTECTION.
           IF DOC-GOES-SPECIAL THEN
              PERFORM WRITE-SPECIAL-HEADER
           END-IF.
           SET WS-FIRST-ROW TO FALSE.
           MOVE 0 TO WS-CUST-VALUE-TOTAL.
           ADD 1 TO WS-CNT-CUSTOMERS.

           MOVE WS-LINE-RULE TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.
           MOVE WS-FIRSTNAME TO WL-FIRSTNAME.
           MOVE WS-LASTNAME TO WL-LASTNAME.
           MOVE WS-LINE-GREETING TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.

           MOVE WS-HOUSENUMBER TO WL-HOUSENUMBER.
           MOVE WS-HOUSENAME TO WL-HOUSENAME.
           MOVE WS-POSTCODE TO WL-POSTCODE.
           MOVE WS-LINE-ADDRESS TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.

           MOVE WS-LINE-BLANK TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.
           MOVE WS-STMT-YEAR TO WL-STMT-YEAR.
           MOVE WS-STMT-MONTH TO WL-STMT-MONTH.
           MOVE WS-LINE-HEADING TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.

      *    THE LABELS ARE SET ONCE PER STATEMENT - THE TOTAL IS
      *    WRITTEN AFTER THE NEXT POLICYHOLDER HAS BEEN FETCHED, SO
      *    THE LANGUAGE IS HELD IN WS-ARCH-LANG, NOT RE-READ.
       SELECT-STATEMENT-LANGUAGE.
           IF WS-PREFLANG = 'E' THEN
              MOVE 'E' TO WS-ARCH-LANG
              MOVE WS-UST-TEXT-ENGLISH TO WS-UST-TEXT
           ELSE
              MOVE 'D' TO WS-ARCH-LANG
              MOVE WS-UST-TEXT-DANISH TO WS-UST-TEXT
           END-IF.
           MOVE WT-DEAR TO WL-DEAR.
           MOVE WT-HEADING TO WL-HEADING.
           MOVE WT-POLICY TO WL-POLICY.
           MOVE WT-FUND TO WL-FUND.
           MOVE WT-UNITS TO WL-UNITS-TEXT.
           MOVE WT-UNITS TO WL-NP-UNITS-TEXT.
           MOVE WT-BID TO WL-BID.
           MOVE WT-AT TO WL-AT.
           MOVE WT-VALUE TO WL-VALUE-TEXT.
           MOVE WT-NOT-PRICED TO WL-NP-TEXT.
           MOVE WT-TOTAL TO WL-TOTAL.

      *----------------------------------------------------------------*
      *    UNITS TIMES THE LAST BID THE ASSET MANAGER SENT FOR THE
      *    MONTH - THE SAME BASIS A SURRENDER WOULD HAVE PAID ON.
       WRITE-HOLDING.
           ADD 1 TO WS-CNT-HOLDINGS.
           MOVE WS-LINE-BLANK TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.
           MOVE WS-POLICYNUMBER TO WL-POLICYNUMBER.
           IF WS-FUNDCODE = 'E' THEN
              MOVE WT-FUND-EQUITY TO WL-FUNDNAME
           ELSE
              MOVE WT-FUND-MANAGED TO WL-FUNDNAME
           END-IF.
           MOVE WS-LINE-POLICY TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.

           EXEC SQL
              SELECT BIDPRICE, CHAR(PRICEDATE, ISO)
              INTO  :WS-BIDPRICE, :WS-PRICEDATE
              FROM GENASA1.FUNDPRICE
              WHERE FUNDCODE = :WS-FUNDCODE
                AND PRICEDATE < :WS-NEXT-START
              ORDER BY PRICEDATE DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                  COMPUTE WS-HOLDING-VALUE ROUNDED =
                          WS-MONTHEND-UNITS * WS-BIDPRICE
                  ADD WS-HOLDING-VALUE TO WS-CUST-VALUE-TOTAL
                  MOVE WS-MONTHEND-UNITS TO WL-UNITS
                  MOVE WS-BIDPRICE TO WL-BIDPRICE
                  MOVE WS-PRICEDATE TO WL-PRICEDATE
                  MOVE WS-HOLDING-VALUE TO WL-VALUE
                  MOVE WS-LINE-HOLDING TO WS-DOC-LINE
               WHEN SQLCODE = 100
                  MOVE WS-MONTHEND-UNITS TO WL-NP-UNITS
                  MOVE WS-LINE-NO-PRICE TO WS-DOC-LINE
               WHEN OTHER
                  PERFORM DISPLAY-SQL-ERROR
                  EXEC SQL ROLLBACK END-EXEC
                  MOVE 16 TO RETURN-CODE
                  PERFORM MARK-RUN-ENDED
                  STOP RUN
           END-EVALUATE.
           PERFORM WRITE-DOC-LINE.

           PERFORM WRITE-MONTH-DEALS.

       WRITE-MONTH-DEALS.
           EXEC SQL OPEN C2 END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              EXEC SQL ROLLBACK END-EXEC
              MOVE 16 TO RETURN-CODE
              PERFORM MARK-RUN-ENDED
              STOP RUN
           END-IF.
           PERFORM FETCH-DEAL.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0
                   PERFORM WRITE-DEAL-LINE
                   PERFORM FETCH-DEAL
           END-PERFORM.
           EXEC SQL CLOSE C2 END-EXEC.

       FETCH-DEAL.
           EXEC SQL
              FETCH C2
              INTO :WS-TX-DATE,
                   :WS-TX-TYPE,
                   :WS-TX-UNITS,
                   :WS-TX-PRICE,
                   :WS-TX-AMOUNT
           END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              EXEC SQL ROLLBACK END-EXEC
              MOVE 16 TO RETURN-CODE
              PERFORM MARK-RUN-ENDED
              STOP RUN
           END-IF.

       WRITE-DEAL-LINE.
           ADD 1 TO WS-CNT-DEALS.
           EVALUATE WS-TX-TYPE
               WHEN 'PRM'
                  MOVE WT-TX-PRM TO WL-TX-TEXT
               WHEN 'SWO'
                  MOVE WT-TX-SWO TO WL-TX-TEXT
               WHEN 'SWI'
                  MOVE WT-TX-SWI TO WL-TX-TEXT
               WHEN 'SUR'
                  MOVE WT-TX-SUR TO WL-TX-TEXT
               WHEN 'MAT'
                  MOVE WT-TX-MAT TO WL-TX-TEXT
               WHEN 'RVP'
                  MOVE WT-TX-RVP TO WL-TX-TEXT
               WHEN 'DTH'
                  MOVE WT-TX-DTH TO WL-TX-TEXT
               WHEN OTHER
                  MOVE WS-TX-TYPE TO WL-TX-TEXT
           END-EVALUATE.
           MOVE WS-TX-DATE TO WL-TX-DATE.
           MOVE WS-TX-UNITS TO WL-TX-UNITS.
           MOVE WS-TX-PRICE TO WL-TX-PRICE.
           MOVE WS-TX-AMOUNT TO WL-TX-AMOUNT.
           MOVE WS-LINE-DEAL TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.

       WRITE-STATEMENT-TOTAL.
           MOVE WS-LINE-BLANK TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.
           MOVE WS-CUST-VALUE-TOTAL TO WL-TOTAL-VALUE.
           MOVE WS-LINE-TOTAL TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.
           MOVE WS-LINE-BLANK TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.
           IF DOC-GOES-SPECIAL THEN
              PERFORM WRITE-SPECIAL-TRAILER
           END-IF.
           PERFORM END-ARCHIVE-DOCUMENT.

      *    A POLICYHOLDER UNDER NAME AND ADDRESS PROTECTION NEVER
      *    GOES ON THE BULK PRINT STREAM. IF THE MARKER CANNOT BE
      *    READ THE STATEMENT IS TREATED AS PROTECTED.
       CHECK-ADDRESS-PROTECTION.
           MOVE 'N' TO WS-DELIVERY-SW.
           MOVE 'N' TO WS-SP-ADDRPROTECT.
           EXEC SQL
              SELECT COALESCE(ADDRPROTECT, 'N')
              INTO  :WS-SP-ADDRPROTECT
              FROM CUSTOMER
              WHERE CUSTOMERNUMBER = :WS-CUSTOMERNUMBER
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-SP-ADDRPROTECT = 'Y' THEN
              SET DOC-GOES-SPECIAL TO TRUE
           END-IF.

       WRITE-SPECIAL-HEADER.
           MOVE SPACES TO SPCL-RECORD.
           MOVE 'H' TO SP-RECORDTYPE.
           MOVE 'UST00001' TO SP-MATERIALID.
           MOVE WS-CUSTOMERNUMBER TO SP-CUSTOMERNUMBER.
           WRITE SPCL-RECORD.
           ADD 1 TO WS-CNT-SPECIAL.

       WRITE-SPECIAL-TRAILER.
           MOVE SPACES TO SPCL-RECORD.
           MOVE 'T' TO SP-RECORDTYPE.
           WRITE SPCL-RECORD.

      *----------------------------------------------------------------*
       RESERVE-DOCID-BLOCK.
           MOVE 'DOCUMENT' TO NUM-KEY-TYPE.
           MOVE WS-DOCID-BLOCK TO NUM-COUNT.
           CALL 'NUMPGM1' USING WS-NUM.
           IF NUM-RC NOT = 0 THEN
              DISPLAY 'LGDB2UST - NO DOCUMENT NUMBERS, NUMPGM1 RC '
                      NUM-RC
              EXEC SQL ROLLBACK END-EXEC
              MOVE 16 TO RETURN-CODE
              PERFORM MARK-RUN-ENDED
              STOP RUN
           END-IF.
           MOVE NUM-FIRST TO WS-NEXT-DOCID.
           MOVE NUM-LAST TO WS-DOCID-BLOCK-LAST.

       START-ARCHIVE-DOCUMENT.
           IF WS-NEXT-DOCID > WS-DOCID-BLOCK-LAST THEN
              PERFORM RESERVE-DOCID-BLOCK
           END-IF.
           MOVE WS-NEXT-DOCID TO WS-ARCH-DOCID.
           ADD 1 TO WS-NEXT-DOCID.
           MOVE 0 TO WS-ARCH-LINES.

       END-ARCHIVE-DOCUMENT.
           EXEC SQL
              INSERT INTO GENASA1.DOCARCHIVE
                        ( DOCID,
                          CUSTOMERNUMBER,
                          POLICYNUMBER,
                          DOCTYPE,
                          GENDATE,
                          ARCHIVEDSN,
                          LINECOUNT,
                          DIRECTION,
                          CLAIMNUMBER,
                          SCANREF,
                          DOCLANG )
                 VALUES ( :WS-ARCH-DOCID,
                          :WS-ARCH-CUSTNO,
                          :WS-ARCH-POLICY,
                          'UST',
                          :WS-ARCH-GENDATE,
                          :WS-ARCH-DSN,
                          :WS-ARCH-LINES,
                          'O',
                          0,
                          ' ',
                          :WS-ARCH-LANG )
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              EXEC SQL ROLLBACK END-EXEC
              MOVE 16 TO RETURN-CODE
              PERFORM MARK-RUN-ENDED
              STOP RUN
           END-IF.

       WRITE-DOC-LINE.
           IF DOC-GOES-SPECIAL THEN
              MOVE SPACES TO SPCL-RECORD
              MOVE 'D' TO SP-RECORDTYPE
              MOVE WS-DOC-LINE TO SP-DOC-LINE
              WRITE SPCL-RECORD
           ELSE
              WRITE USTPRINT-RECORD FROM WS-DOC-LINE
           END-IF.
           MOVE SPACES TO ARCH-RECORD.
           MOVE WS-ARCH-DOCID TO AR-DOCID.
           MOVE WS-DOC-LINE TO AR-LINE.
           WRITE ARCH-RECORD.
           ADD 1 TO WS-ARCH-LINES.

      *----------------------------------------------------------------*
       DISPLAY-SQL-ERROR.

           DISPLAY 'SQLERROR'
           DISPLAY 'SQLCODE  ' SQLCODE
           DISPLAY 'SQLSTATE ' SQLSTATE.
           MOVE 'LGDB2UST' TO ERR-PROGRAM.
           MOVE SPACES TO ERR-PARAGRAPH.
           MOVE SPACES TO ERR-KEY-VALUES.
           MOVE SQLCODE TO ERR-SQLCODE.
           MOVE SQLSTATE TO ERR-SQLSTATE.
           MOVE SQLERRMC TO ERR-SQLERRMC.
           CALL 'LGSQLERR' USING WS-SQLERR.

       DISPLAY-SUMMARY.
           DISPLAY '-----------------------------------------'.
           DISPLAY 'LGDB2UST END OF JOB SUMMARY'.
           DISPLAY '  STATEMENT MONTH......: ' WS-MONTH-START(1:7).
           DISPLAY '  HOLDINGS STATED......: ' WS-CNT-HOLDINGS.
           DISPLAY '  DEALS LISTED.........: ' WS-CNT-DEALS.
           DISPLAY '  STATEMENTS PRINTED...: ' WS-CNT-CUSTOMERS.
           DISPLAY '  SPECIAL HANDLING.....: ' WS-CNT-SPECIAL.
           DISPLAY '-----------------------------------------'.

       END PROGRAM LGDB2UST.
