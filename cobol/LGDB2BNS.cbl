      *    CARRIES THE BONUS YEAR AND THE DECLARED RATE IN BASIS
      *    POINTS (YYYYRRRR, E.G. 20260250 FOR 2,50 PERCENT). FOR
      *    EVERY IN-FORCE WITH-PROFITS ENDOWMENT (NOT MATURED, NOT
      *    SURRENDERED, NOT CANCELLED, NO DEATH CLAIM) THE BATCH
      *    WRITES ONE ATTACHING-BONUS ROW ON ENDBONUS - THE RATE
      *    APPLIED TO SUMASSURED PLUS THE BONUSES ALREADY
      *    ATTACHING - AND PRINTS A BONUS STATEMENT PER
      *    POLICYHOLDER IN THE LGDB2STM PRINT PATTERN. A POLICY
      *    ALREADY HOLDING THIS YEAR'S ROW IS SKIPPED, SO A RERUN
      *    CANNOT DECLARE TWICE.
      *    ENDWCALC AND LGDB2MAT ADD THE ACCUMULATED BONUSES INTO
      *    PROJECTIONS AND MATURITY PAYOUTS. A PAID-UP POLICY EARNS
      *    ON ITS REDUCED SUMASSURED AND PREMIUM-HOLIDAY MONTHS COME
      *    OFF THE BASE, AS IN LGDB2MAT (ENDPGMP).
      *    EACH STATEMENT IS WORDED IN THE POLICYHOLDER'S PREFERRED
      *    LANGUAGE (CUSTOMER.PREFLANG, ENGLISH FOR 'E', DANISH
      *    OTHERWISE) AND ITS DOCARCHIVE ROW RECORDS WHICH. A
      *    POLICYHOLDER UNDER NAME AND ADDRESS PROTECTION IS NEVER
      *    PUT ON THE PRINT STREAM - THEIR STATEMENT GOES TO THE
      *    SPECIAL HANDLING FILE (SPCLOUT) IN THE LGDB2STM BLOCK
      *    SHAPE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           SELECT ARCHOUT ASSIGN TO ARCHOUT
               FILE STATUS IS ARCHOUT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT SPCLOUT ASSIGN TO SPCLOUT
               FILE STATUS IS SPCLOUT-STATUS
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.

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

       01 BNSPRINT-STATUS            PIC 99.
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
       01 WS-ARCH-CUSTNO             PIC S9(9) COMP.
       01 WS-ARCH-LANG               PIC X(1).
       01 WS-DOC-LINE                PIC X(80).
       01 WS-DELIVERY-SW             PIC X VALUE 'N'.
          88 DOC-GOES-SPECIAL             VALUE 'S'.
       01 WS-SP-ADDRPROTECT          PIC X(1).
       01 WS-CNT-SPECIAL             PIC 9(7) VALUE 0.

       01  WS-PARM-CARD.
           05 WS-PARM-YEAR           PIC 9(4).
       01  DB2-POLICYNUMBER-INT      PIC S9(9) COMP.
       01  DB2-CUSTNO-INT            PIC S9(9) COMP.
       01  DB2-SUMASSURED-INT        PIC S9(9) COMP.
       01  DB2-TERM-INT              PIC S9(4) COMP.
       01  DB2-BONUS-BASE-INT        PIC S9(9) COMP.
       01  DB2-PAIDUP-COUNT          PIC S9(9) COMP.
       01  DB2-HOLIDAY-MONTHS        PIC S9(9) COMP.
       01  WS-FETCH-FIRSTNAME        PIC X(10).
       01  WS-FETCH-LASTNAME         PIC X(20).
       01  WS-FETCH-PREFLANG         PIC X(1).
       01  DB2-YEAR-INT              PIC S9(4) COMP.
       01  DB2-RATE-INT              PIC S9(4) COMP.
       01  DB2-EXISTING-INT          PIC S9(9) COMP.
       01  WS-LETTER-BLANK-LINE      PIC X(80) VALUE SPACES.
       01  WS-LETTER-RULE-LINE       PIC X(80) VALUE ALL '-'.

      *    STATEMENT WORDING - ONE TEXT BLOCK PER LANGUAGE, THE
      *    POLICYHOLDER'S PREFLANG CHOOSING WHICH IS MOVED INTO
      *    WS-BNS-TEXT (DANISH UNLESS ENGLISH HAS BEEN ASKED FOR).
       01  WS-BNS-TEXT-DANISH.
           05 FILLER                 PIC X(6)  VALUE 'KAERE '.
           05 FILLER                 PIC X(38) VALUE
              'DEKLARERET BONUS, AAR '.
           05 FILLER                 PIC X(9)  VALUE 'POLICE : '.
           05 FILLER                 PIC X(8)  VALUE '  SATS '.
           05 FILLER                 PIC X(24) VALUE
              'BONUS TILSKREVET I AAR'.
           05 FILLER                 PIC X(24) VALUE
              'SAMLET TILSKREVET BONUS '.

       01  WS-BNS-TEXT-ENGLISH.
           05 FILLER                 PIC X(6)  VALUE 'DEAR '.
           05 FILLER                 PIC X(38) VALUE
              'WITH-PROFITS BONUS DECLARATION, YEAR '.
           05 FILLER                 PIC X(9)  VALUE 'POLICY : '.
           05 FILLER                 PIC X(8)  VALUE '  RATE '.
           05 FILLER                 PIC X(24) VALUE
              'BONUS ATTACHING THIS YEAR'.
           05 FILLER                 PIC X(24) VALUE
              'TOTAL BONUSES ATTACHING '.

       01  WS-BNS-TEXT.
           05 WT-DEAR                PIC X(6).
           05 WT-HEAD                PIC X(38).
           05 WT-POLICY              PIC X(9).
           05 WT-RATE                PIC X(8).
           05 WT-BONUS               PIC X(24).
           05 WT-TOTAL               PIC X(24).

       01  WS-LETTER-GREETING-LINE.
           05 WL-DEAR                PIC X(6).
           05 WL-FIRSTNAME           PIC X(10).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 WL-LASTNAME            PIC X(20).
           05 FILLER                 PIC X(1) VALUE ','.
           05 FILLER                 PIC X(42) VALUE SPACES.

       01  WS-LETTER-HEAD-LINE.
           05 WL-HEAD                PIC X(38).
           05 WL-BONUS-YEAR          PIC 9(4).
           05 FILLER                 PIC X(38) VALUE SPACES.

       01  WS-LETTER-POLICY-LINE.
           05 WL-POLICY              PIC X(9).
           05 WL-POLICYNUMBER        PIC Z(8)9.
           05 WL-RATE                PIC X(8).
           05 WL-RATE-PCT            PIC Z9,99.
           05 FILLER                 PIC X(2) VALUE ' %'.
           05 FILLER                 PIC X(47) VALUE SPACES.

       01  WS-LETTER-BONUS-LINE.
           05 WL-BONUS-TEXT          PIC X(24).
           05 FILLER                 PIC X(3) VALUE ' : '.
           05 WL-BONUS-AMOUNT        PIC Z(8)9.
           05 FILLER                 PIC X(44) VALUE SPACES.

       01  WS-LETTER-TOTAL-LINE.
           05 WL-TOTAL-TEXT          PIC X(24).
           05 FILLER                 PIC X(3) VALUE ' : '.
           05 WL-TOTAL-BONUS         PIC Z(8)9.
           05 FILLER                 PIC X(44) VALUE SPACES.
             DECLARE C1 CURSOR WITH HOLD FOR
               SELECT ENDOWMENT.POLICYNUMBER,
                      ENDOWMENT.SUMASSURED,
                      ENDOWMENT.TERM,
                      CUSTOMER.CUSTOMERNUMBER,
                      CUSTOMER.FIRSTNAME,
                      CUSTOMER.LASTNAME,
                      COALESCE(CUSTOMER.PREFLANG, 'D')
               FROM   ENDOWMENT, POLICY, CUSTOMER
               WHERE  ENDOWMENT.POLICYNUMBER = POLICY.POLICYNUMBER
                 AND  POLICY.CUSTOMERNUMBER =
                      (SELECT 1 FROM GENASA1.POLCANCEL
                        WHERE GENASA1.POLCANCEL.POLICYNUMBER =
                              ENDOWMENT.POLICYNUMBER)
                 AND  NOT EXISTS
                      (SELECT 1 FROM GENASA1.DEATHCLAIM
                        WHERE GENASA1.DEATHCLAIM.POLICYNUMBER =
                              ENDOWMENT.POLICYNUMBER)
               ORDER BY ENDOWMENT.POLICYNUMBER
           END-EXEC.

      * Number-range allocation through NUMPGM1
       01  WS-NUM.
           COPY NUMCPY1.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT SPCLOUT.
           IF SPCLOUT-STATUS NOT = 0 THEN
              DISPLAY 'LGDB2BNS FILE STATUS AT OPEN SPCLOUT '
                      SPCLOUT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM OPEN-CURSOR.
           PERFORM FETCH-CURSOR.

           CLOSE BNSPRINT.
           CLOSE ARCHOUT.
           CLOSE SPCLOUT.
           STOP RUN.

      *    THE START CALL DOUBLES AS THE DOUBLE-START GUARD - A ROW
                 FETCH C1
                 INTO :DB2-POLICYNUMBER-INT,
                      :DB2-SUMASSURED-INT,
                      :DB2-TERM-INT,
                      :DB2-CUSTNO-INT,
                      :WS-FETCH-FIRSTNAME,
                      :WS-FETCH-LASTNAME,
                      :WS-FETCH-PREFLANG
             END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              STOP RUN
           END-IF.

           PERFORM GET-BONUS-BASE.
           COMPUTE DB2-BONUS-INT =
                   (DB2-BONUS-BASE-INT + DB2-EXISTING-INT) *
                   DB2-RATE-INT / 10000.

           EXEC SQL
           PERFORM COMMIT-CHECKPOINT.
           PERFORM PRINT-BONUS-STATEMENT.

      *    THE SAME BASE LGDB2MAT PROJECTS ON: A PAID-UP POLICY
      *    (ENDPGMP) ALREADY CARRIES ITS REDUCED SUMASSURED, AND ON
      *    A POLICY STILL PAYING THE UNFUNDED PREMIUM-HOLIDAY
      *    MONTHS' SHARE OF THE SUM ASSURED EARNS NO BONUS.
       GET-BONUS-BASE.
           MOVE DB2-SUMASSURED-INT TO DB2-BONUS-BASE-INT.
           EXEC SQL
              SELECT COUNT(*)
              INTO  :DB2-PAIDUP-COUNT
              FROM  GENASA1.ENDPREMALT
              WHERE POLICYNUMBER = :DB2-POLICYNUMBER-INT
                AND ALTERTYPE = 'P'
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF DB2-PAIDUP-COUNT = 0 AND DB2-TERM-INT > 0 THEN
              EXEC SQL
                 SELECT COALESCE(SUM(MONTHS), 0)
                 INTO  :DB2-HOLIDAY-MONTHS
                 FROM  GENASA1.ENDPREMALT
                 WHERE POLICYNUMBER = :DB2-POLICYNUMBER-INT
                   AND ALTERTYPE = 'H'
              END-EXEC
              IF SQLCODE NOT = 0 THEN
                 PERFORM DISPLAY-SQL-ERROR
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF DB2-HOLIDAY-MONTHS > 0 THEN
                 COMPUTE DB2-BONUS-BASE-INT =
                         DB2-SUMASSURED-INT *
                         (DB2-TERM-INT * 12 - DB2-HOLIDAY-MONTHS) /
                         (DB2-TERM-INT * 12)
              END-IF
           END-IF.

       PRINT-BONUS-STATEMENT.
           PERFORM START-ARCHIVE-DOCUMENT.
           MOVE DB2-CUSTNO-INT TO WS-ARCH-CUSTNO.
           PERFORM SELECT-STATEMENT-LANGUAGE.
           PERFORM CHECK-ADDRESS-PROTECTION.
           IF DOC-GOES-SPECIAL THEN
              PERFORM WRITE-SPECIAL-HEADER
           END-IF.
           MOVE WS-LETTER-RULE-LINE TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.
           MOVE WS-FETCH-FIRSTNAME TO WL-FIRSTNAME.
           PERFORM WRITE-DOC-LINE.
           MOVE WS-LETTER-BLANK-LINE TO WS-DOC-LINE.
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
              WHERE CUSTOMERNUMBER = :DB2-CUSTNO-INT
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-SP-ADDRPROTECT = 'Y' THEN
              SET DOC-GOES-SPECIAL TO TRUE
           END-IF.

       WRITE-SPECIAL-HEADER.
           MOVE SPACES TO SPCL-RECORD.
           MOVE 'H' TO SP-RECORDTYPE.
           MOVE 'BNS00001' TO SP-MATERIALID.
           MOVE DB2-CUSTNO-INT TO SP-CUSTOMERNUMBER.
           WRITE SPCL-RECORD.
           ADD 1 TO WS-CNT-SPECIAL.

       WRITE-SPECIAL-TRAILER.
           MOVE SPACES TO SPCL-RECORD.
           MOVE 'T' TO SP-RECORDTYPE.
           WRITE SPCL-RECORD.

       SELECT-STATEMENT-LANGUAGE.
           IF WS-FETCH-PREFLANG = 'E' THEN
              MOVE 'E' TO WS-ARCH-LANG
              MOVE WS-BNS-TEXT-ENGLISH TO WS-BNS-TEXT
           ELSE
              MOVE 'D' TO WS-ARCH-LANG
              MOVE WS-BNS-TEXT-DANISH TO WS-BNS-TEXT
           END-IF.
           MOVE WT-DEAR TO WL-DEAR.
           MOVE WT-HEAD TO WL-HEAD.
           MOVE WT-POLICY TO WL-POLICY.
           MOVE WT-RATE TO WL-RATE.
           MOVE WT-BONUS TO WL-BONUS-TEXT.
           MOVE WT-TOTAL TO WL-TOTAL-TEXT.

       RESERVE-DOCID-BLOCK.
           MOVE 'DOCUMENT' TO NUM-KEY-TYPE.
           MOVE WS-DOCID-BLOCK TO NUM-COUNT.
           CALL 'NUMPGM1' USING WS-NUM.
           IF NUM-RC NOT = 0 THEN
              DISPLAY 'LGDB2BNS - NO DOCUMENT NUMBERS, NUMPGM1 RC '
                      NUM-RC
              MOVE 16 TO RETURN-CODE
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
                          :DB2-POLICYNUMBER-INT,
                          'BNS',
                          :WS-DECLARED-DATE,
                          :WS-ARCH-DSN,
                          :WS-ARCH-LINES,
                          'O',
                          0,
                          ' ',
                          :WS-ARCH-LANG )
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
           END-IF.

       WRITE-DOC-LINE.
           IF DOC-GOES-SPECIAL THEN
              MOVE SPACES TO SPCL-RECORD
              MOVE 'D' TO SP-RECORDTYPE
              MOVE WS-DOC-LINE TO SP-DOC-LINE
              WRITE SPCL-RECORD
           ELSE
              WRITE BNSPRINT-RECORD FROM WS-DOC-LINE
           END-IF.
           MOVE SPACES TO ARCH-RECORD.
           MOVE WS-ARCH-DOCID TO AR-DOCID.
           MOVE WS-DOC-LINE TO AR-LINE.
           DISPLAY '  WITH-PROFITS POLICIES: ' WS-CNT-POLICIES.
           DISPLAY '  BONUSES DECLARED.....: ' WS-CNT-DECLARED.
           DISPLAY '  ALREADY DECLARED.....: ' WS-CNT-SKIPPED.
           DISPLAY '  SPECIAL HANDLING.....: ' WS-CNT-SPECIAL.
           DISPLAY '-----------------------------------------'.

       END PROGRAM LGDB2BNS.
