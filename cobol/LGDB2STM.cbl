      *    CONSENT ALLOWS E-BOKS (AND WHOSE CPR VALIDATES, AND WHO
      *    HAVE NO EBOKSFAIL REJECTION OUTSTANDING) GET THEIR
      *    STATEMENT ON THE EBOKSOUT DISPATCH FILE INSTEAD -
      *    EVERYONE ELSE, INCLUDING EVERY CUSTOMER IDENTIFIED BY
      *    PASSPORT OR FOREIGN NATIONAL ID RATHER THAN CPR, STAYS
      *    ON PRINT, EXCEPT A CUSTOMER UNDER
      *    NAME AND ADDRESS PROTECTION, WHOSE STATEMENT GOES TO THE
      *    SPECIAL HANDLING FILE (SPCLOUT). ANY AMOUNT HANDED OVER TO
      *    THE COLLECTION AGENCY (LGDB2COL) AND NOT YET SETTLED IS
      *    SHOWN APART FROM THE ACCOUNT BALANCE, NOT CHASED IN IT.
      *    THE STATEMENT IS WORDED IN THE CUSTOMER'S PREFERRED
      *    LANGUAGE (CUSTOMER.PREFLANG) - THE ENGLISH TEXT BLOCK FOR
      *    'E', THE DANISH ONE OTHERWISE - AND THE DOCARCHIVE ROW
      *    RECORDS WHICH ONE WENT OUT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
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

      *    SPECIAL HANDLING - SAME BLOCK SHAPE AS EBOKSOUT, 'H'
      *    HEADER (MATERIAL ID, CUSTOMER), 'D' LINES, 'T' END.
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

       01 STMFILE-STATUS             PIC 99.
       01 EBOKSOUT-STATUS            PIC 99.
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
       01 WS-ARCH-POLICY             PIC S9(9) COMP.
       01 WS-ARCH-LANG               PIC X(1).

      *    E-BOKS DIGITAL POST ROUTING - ONE DOCUMENT PER DISPATCH
      *    BLOCK, THE CUSTOMER IDENTIFIED BY THE VALIDATED CPR.
       01 WS-DOC-LINE                PIC X(80).
       01 WS-DIGITAL-SW              PIC X VALUE 'N'.
          88 DOC-GOES-DIGITAL             VALUE 'Y'.
          88 DOC-GOES-SPECIAL             VALUE 'S'.
       01 WS-EB-CPRNUMBER            PIC X(10).
       01 WS-EB-IDTYPE               PIC X(1).
       01 WS-EB-EBOKSOK              PIC X(1).
       01 WS-EB-FAIL-COUNT           PIC S9(9) COMP.
       01 WS-EB-CPR                  PIC X(10).
       01 WS-EB-VALIDATED            PIC 9(8).
       01 WS-EB-SOURCE               PIC X(1).
       01 WS-CNT-DIGITAL             PIC 9(7) VALUE 0.
       01 WS-CNT-FOREIGN-ID          PIC 9(7) VALUE 0.
       01 WS-SP-ADDRPROTECT          PIC X(1).
       01 WS-CNT-SPECIAL             PIC 9(7) VALUE 0.


      * SQLCA DB2 communications area
       01  WS-HOUSENAME                PIC X(20).
       01  WS-HOUSENUMBER              PIC X(4).
       01  WS-POSTCODE                 PIC X(8).
       01  WS-PREFLANG                 PIC X(1).

       01  WS-PREV-CUSTOMER            PIC S9(9) COMP VALUE -1.
       01  WS-FIRST-ROW-SW             PIC X(1) VALUE 'Y'.
       01  WS-LINE-BLANK               PIC X(80) VALUE SPACES.
       01  WS-LINE-RULE                PIC X(80) VALUE ALL '-'.

      *    STATEMENT WORDING - ONE TEXT BLOCK PER LANGUAGE, THE
      *    CUSTOMER'S PREFLANG CHOOSING WHICH IS MOVED INTO
      *    WS-STM-TEXT (DANISH UNLESS ENGLISH HAS BEEN ASKED FOR).
       01  WS-STM-TEXT-DANISH.
           05 FILLER                 PIC X(6)  VALUE 'KAERE '.
           05 FILLER                 PIC X(34) VALUE
              'DINE POLICER HOS OS I AAR : '.
           05 FILLER                 PIC X(9)  VALUE 'POLICE : '.
           05 FILLER                 PIC X(8)  VALUE '  TYPE '.
           05 FILLER                 PIC X(10) VALUE '  UDLOEB '.
           05 FILLER                 PIC X(10) VALUE '  PRAEMIE '.
           05 FILLER                 PIC X(19) VALUE
              '  SKADER I AAR '.
           05 FILLER                 PIC X(13) VALUE ', UDBETALT '.
           05 FILLER                 PIC X(23) VALUE
              'SAMLET AARSPRAEMIE   : '.
           05 FILLER                 PIC X(23) VALUE
              'KONTOSALDO           : '.
           05 FILLER                 PIC X(23) VALUE
              'OVERDRAGET TIL INKASSO:'.

       01  WS-STM-TEXT-ENGLISH.
           05 FILLER                 PIC X(6)  VALUE 'DEAR '.
           05 FILLER                 PIC X(34) VALUE
              'YOUR POLICIES WITH US THIS YEAR : '.
           05 FILLER                 PIC X(9)  VALUE 'POLICY : '.
           05 FILLER                 PIC X(8)  VALUE '  TYPE '.
           05 FILLER                 PIC X(10) VALUE '  EXPIRY '.
           05 FILLER                 PIC X(10) VALUE '  PREMIUM '.
           05 FILLER                 PIC X(19) VALUE
              '  CLAIMS THIS YEAR '.
           05 FILLER                 PIC X(13) VALUE ', PAID OUT '.
           05 FILLER                 PIC X(23) VALUE
              'TOTAL ANNUAL PREMIUM : '.
           05 FILLER                 PIC X(23) VALUE
              'ACCOUNT BALANCE      : '.
           05 FILLER                 PIC X(23) VALUE
              'WITH COLLECTION AGENCY:'.

       01  WS-STM-TEXT.
           05 WT-DEAR                PIC X(6).
           05 WT-HEADING             PIC X(34).
           05 WT-POLICY              PIC X(9).
           05 WT-TYPE                PIC X(8).
           05 WT-EXPIRY              PIC X(10).
           05 WT-PREMIUM             PIC X(10).
           05 WT-CLAIMS              PIC X(19).
           05 WT-PAID-OUT            PIC X(13).
           05 WT-TOTAL               PIC X(23).
           05 WT-BALANCE             PIC X(23).
           05 WT-COLLECTION          PIC X(23).

       01  WS-LINE-GREETING.
           05 WL-DEAR                PIC X(6).
           05 WL-FIRSTNAME           PIC X(10).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 WL-LASTNAME            PIC X(20).
           05 FILLER                 PIC X(1) VALUE ','.
           05 FILLER                 PIC X(42) VALUE SPACES.

       01  WS-LINE-ADDRESS.
           05 WL-HOUSENUMBER         PIC X(4).
           05 FILLER                 PIC X(46) VALUE SPACES.

       01  WS-LINE-HEADING.
           05 WL-HEADING             PIC X(34).
           05 FILLER                 PIC X(46) VALUE SPACES.

       01  WS-LINE-POLICY.
           05 WL-POLICY              PIC X(9).
           05 WL-POLICYNUMBER        PIC Z(8)9.
           05 WL-TYPE                PIC X(8).
           05 WL-POLICYTYPE          PIC X(1).
           05 WL-EXPIRY              PIC X(10).
           05 WL-EXPIRYDATE          PIC X(10).
           05 WL-PREMIUM             PIC X(10).
           05 WL-PAYMENT             PIC Z(8)9.
           05 FILLER                 PIC X(14) VALUE SPACES.

       01  WS-LINE-CLAIMS.
           05 WL-CLAIMS              PIC X(19).
           05 WL-CLAIM-COUNT         PIC Z(2)9.
           05 WL-PAID-OUT            PIC X(13).
           05 WL-CLAIM-PAID          PIC Z(9)9.
           05 FILLER                 PIC X(34) VALUE SPACES.

       01  WS-LINE-TOTAL.
           05 WL-TOTAL               PIC X(23).
           05 WL-TOTAL-PREMIUM       PIC Z(10)9.
           05 FILLER                 PIC X(46) VALUE SPACES.

      *    BALANCE SNAPSHOT FROM THE CUSTLEDGER TABLE LGDB2LED
      *    BUILDS - POSITIVE MEANS THE CUSTOMER OWES US.
       01  WS-LINE-BALANCE.
           05 WL-BALANCE-TEXT        PIC X(23).
           05 WL-BALANCE             PIC +(10)9.
           05 FILLER                 PIC X(46) VALUE SPACES.

       01  WS-LINE-COLLECTION.
           05 WL-COLLECTION-TEXT     PIC X(23).
           05 WL-COLLECTION          PIC +(10)9.
           05 FILLER                 PIC X(46) VALUE SPACES.

       01  WS-LEDGER-BALANCE         PIC S9(11) COMP.
       01  WS-LEDGER-BAL-IND         PIC S9(4) COMP.
       01  WS-COLLECTION-HANDED      PIC S9(11) COMP.
       01  WS-COLLECTION-SETTLED     PIC S9(11) COMP.
       01  WS-COLLECTION-BALANCE     PIC S9(11) COMP.

       01  WS-CNT-CUSTOMERS          PIC 9(7) VALUE 0.
       01  WS-CNT-POLICIES           PIC 9(7) VALUE 0.
                      CUSTOMER.LASTNAME,
                      CUSTOMER.HOUSENAME,
                      CUSTOMER.HOUSENUMBER,
                      CUSTOMER.POSTCODE,
                      COALESCE(CUSTOMER.PREFLANG, 'D')
               FROM POLICY, CUSTOMER
               WHERE POLICY.CUSTOMERNUMBER = CUSTOMER.CUSTOMERNUMBER
      *    NO STATEMENTS TO CUSTOMERS THE CPR AGENCY FEED HAS
               ORDER BY POLICY.CUSTOMERNUMBER, POLICY.POLICYNUMBER
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
              DISPLAY 'LGDB2STM FILE STATUS AT OPEN SPCLOUT '
                      SPCLOUT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF STMFILE-STATUS NOT = 0 THEN
              DISPLAY 'LGDB2STM FILE STATUS AT OPEN STMFILE '
                      STMFILE-STATUS

           CLOSE STMFILE.
           CLOSE EBOKSOUT.
           CLOSE SPCLOUT.
           CLOSE ARCHOUT.
           STOP RUN.

           IF SQLCODE NOT = 0 OR WS-LEDGER-BAL-IND < 0 THEN
              MOVE 0 TO WS-LEDGER-BALANCE
           END-IF.

      *    ITEMS HANDED TO THE COLLECTION AGENCY ARE NOT CHASED
      *    HERE - WHAT IS STILL WITH THE AGENCY IS TAKEN OUT OF THE
      *    BALANCE AND SHOWN ON ITS OWN LINE.
           MOVE 0 TO WS-COLLECTION-BALANCE.
           EXEC SQL
              SELECT SUM(AMOUNT)
              INTO  :WS-COLLECTION-HANDED :WS-LEDGER-BAL-IND
              FROM  GENASA1.COLLECTION
              WHERE CUSTOMERNUMBER = :WS-PREV-CUSTOMER
           END-EXEC.
           IF SQLCODE = 0 AND WS-LEDGER-BAL-IND >= 0 THEN
              MOVE WS-COLLECTION-HANDED TO WS-COLLECTION-BALANCE
              EXEC SQL
                 SELECT SUM(AMOUNT)
                 INTO  :WS-COLLECTION-SETTLED :WS-LEDGER-BAL-IND
                 FROM  GENASA1.COLLECTTXN
                 WHERE CUSTOMERNUMBER = :WS-PREV-CUSTOMER
              END-EXEC
              IF SQLCODE = 0 AND WS-LEDGER-BAL-IND >= 0 THEN
                 SUBTRACT WS-COLLECTION-SETTLED
                     FROM WS-COLLECTION-BALANCE
              END-IF
           END-IF.
           IF WS-COLLECTION-BALANCE > 0 THEN
              SUBTRACT WS-COLLECTION-BALANCE FROM WS-LEDGER-BALANCE
           END-IF.

           MOVE WS-LEDGER-BALANCE TO WL-BALANCE.
           MOVE WS-LINE-BALANCE TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.
           IF WS-COLLECTION-BALANCE > 0 THEN
              MOVE WS-COLLECTION-BALANCE TO WL-COLLECTION
              MOVE WS-LINE-COLLECTION TO WS-DOC-LINE
              PERFORM WRITE-DOC-LINE
           END-IF.

      *----------------------------------------------------------------*
       OPEN-CURSOR.
                   :WS-LASTNAME,
                   :WS-HOUSENAME,
                   :WS-HOUSENUMBER,
                   :WS-POSTCODE,
                   :WS-PREFLANG
           END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM DISPLAY-SQL-ERROR
           PERFORM START-ARCHIVE-DOCUMENT.
           MOVE WS-CUSTOMERNUMBER TO WS-ARCH-CUSTNO.
           MOVE 0 TO WS-ARCH-POLICY.
           PERFORM SELECT-STATEMENT-LANGUAGE.
           PERFORM DECIDE-DELIVERY-CHANNEL THRU
                   DECIDE-DELIVERY-EXIT.
           PERFORM CHECK-ADDRESS-PROTECTION.
           IF DOC-GOES-DIGITAL THEN
              PERFORM WRITE-EBOKS-HEADER
           END-IF.
           IF DOC-GOES-SPECIAL THEN
              PERFORM WRITE-SPECIAL-HEADER
           END-IF.
           SET WS-FIRST-ROW TO FALSE.
           MOVE 0 TO WS-CUST-PREMIUM-TOTAL.
           MOVE 0 TO WS-CUST-POLICY-COUNT.
           MOVE WS-LINE-HEADING TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.

      *    THE LABELS ARE SET ONCE PER STATEMENT - THE TOTAL LINES
      *    ARE WRITTEN AFTER THE NEXT CUSTOMER HAS BEEN FETCHED, SO
      *    THE LANGUAGE IS HELD IN WS-ARCH-LANG, NOT RE-READ.
       SELECT-STATEMENT-LANGUAGE.
           IF WS-PREFLANG = 'E' THEN
              MOVE 'E' TO WS-ARCH-LANG
              MOVE WS-STM-TEXT-ENGLISH TO WS-STM-TEXT
           ELSE
              MOVE 'D' TO WS-ARCH-LANG
              MOVE WS-STM-TEXT-DANISH TO WS-STM-TEXT
           END-IF.
           MOVE WT-DEAR TO WL-DEAR.
           MOVE WT-HEADING TO WL-HEADING.
           MOVE WT-POLICY TO WL-POLICY.
           MOVE WT-TYPE TO WL-TYPE.
           MOVE WT-EXPIRY TO WL-EXPIRY.
           MOVE WT-PREMIUM TO WL-PREMIUM.
           MOVE WT-CLAIMS TO WL-CLAIMS.
           MOVE WT-PAID-OUT TO WL-PAID-OUT.
           MOVE WT-TOTAL TO WL-TOTAL.
           MOVE WT-BALANCE TO WL-BALANCE-TEXT.
           MOVE WT-COLLECTION TO WL-COLLECTION-TEXT.

      *----------------------------------------------------------------*
       WRITE-POLICY-LINE.
           ADD 1 TO WS-CNT-POLICIES.
                 END-IF
                 MOVE WS-CLAIM-COUNT TO WL-CLAIM-COUNT
                 MOVE WS-CLAIM-PAID TO WL-CLAIM-PAID
                 MOVE WS-LINE-CLAIMS TO WS-DOC-LINE
                 PERFORM WRITE-DOC-LINE
              END-IF
           END-IF.

           IF DOC-GOES-DIGITAL THEN
              PERFORM WRITE-EBOKS-TRAILER
           END-IF.
           IF DOC-GOES-SPECIAL THEN
              PERFORM WRITE-SPECIAL-TRAILER
           END-IF.
           PERFORM END-ARCHIVE-DOCUMENT.


      *    A DOCUMENT GOES TO E-BOKS WHEN THE CONSENT REGISTER
      *    ALLOWS IT, THE CUSTOMER'S CPR VALIDATES THROUGH CPRLOOK,
      *    AND NO UNDELIVERED REJECTION IS SITTING ON EBOKSFAIL -
      *    EVERYTHING ELSE STAYS ON THE PRINT STREAM. E-BOKS KNOWS A
      *    RECIPIENT ONLY BY CPR, SO A CUSTOMER IDENTIFIED BY PASSPORT
      *    OR FOREIGN NATIONAL ID FALLS BACK TO PRINT EVEN WITH
      *    CONSENT GIVEN - AND EVEN IF AN OLD CPR IS STILL ON THE
      *    ROW.
       DECIDE-DELIVERY-CHANNEL.
           MOVE 'N' TO WS-DIGITAL-SW.

           END-IF.

           MOVE SPACES TO WS-EB-CPRNUMBER.
           MOVE SPACE TO WS-EB-IDTYPE.
           EXEC SQL
              SELECT COALESCE(CPRNUMBER, ' '),
                     COALESCE(IDTYPE, ' ')
              INTO  :WS-EB-CPRNUMBER,
                    :WS-EB-IDTYPE
              FROM CUSTOMER
              WHERE CUSTOMERNUMBER = :WS-CUSTOMERNUMBER
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              GO TO DECIDE-DELIVERY-EXIT
           END-IF.
           IF WS-EB-IDTYPE = 'P' OR WS-EB-IDTYPE = 'N' THEN
              ADD 1 TO WS-CNT-FOREIGN-ID
              GO TO DECIDE-DELIVERY-EXIT
           END-IF.
           IF WS-EB-CPRNUMBER = SPACES THEN
              GO TO DECIDE-DELIVERY-EXIT
           END-IF.

       DECIDE-DELIVERY-EXIT.
           EXIT.

      *    A CUSTOMER UNDER NAME AND ADDRESS PROTECTION NEVER GOES
      *    ON THE BULK PRINT STREAM - WHAT E-BOKS CANNOT TAKE GOES
      *    TO SPECIAL HANDLING. IF THE MARKER CANNOT BE READ THE
      *    DOCUMENT IS TREATED AS PROTECTED.
       CHECK-ADDRESS-PROTECTION.
           IF NOT DOC-GOES-DIGITAL THEN
              MOVE 'N' TO WS-SP-ADDRPROTECT
              EXEC SQL
                 SELECT COALESCE(ADDRPROTECT, 'N')
                 INTO  :WS-SP-ADDRPROTECT
                 FROM CUSTOMER
                 WHERE CUSTOMERNUMBER = :WS-CUSTOMERNUMBER
              END-EXEC
              IF SQLCODE NOT = 0 OR WS-SP-ADDRPROTECT = 'Y' THEN
                 SET DOC-GOES-SPECIAL TO TRUE
              END-IF
           END-IF.

       WRITE-SPECIAL-HEADER.
           MOVE SPACES TO SPCL-RECORD.
           MOVE 'H' TO SP-RECORDTYPE.
           MOVE 'STM00001' TO SP-MATERIALID.
           MOVE WS-CUSTOMERNUMBER TO SP-CUSTOMERNUMBER.
           WRITE SPCL-RECORD.
           ADD 1 TO WS-CNT-SPECIAL.

       WRITE-SPECIAL-TRAILER.
           MOVE SPACES TO SPCL-RECORD.
           MOVE 'T' TO SP-RECORDTYPE.
           WRITE SPCL-RECORD.

       WRITE-EBOKS-HEADER.
           MOVE SPACES TO EBOKS-RECORD.
           MOVE 'H' TO EB-RECORDTYPE.

       WRITE-DOC-LINE.
           PERFORM WRITE-ARCHIVE-LINE.
           EVALUATE TRUE
               WHEN DOC-GOES-DIGITAL
                  MOVE SPACES TO EBOKS-RECORD
                  MOVE 'D' TO EB-RECORDTYPE
                  MOVE WS-DOC-LINE TO EB-DOC-LINE
                  WRITE EBOKS-RECORD
               WHEN DOC-GOES-SPECIAL
                  MOVE SPACES TO SPCL-RECORD
                  MOVE 'D' TO SP-RECORDTYPE
                  MOVE WS-DOC-LINE TO SP-DOC-LINE
                  WRITE SPCL-RECORD
               WHEN OTHER
                  WRITE STMFILE-RECORD FROM WS-DOC-LINE
           END-EVALUATE.

       RESERVE-DOCID-BLOCK.
           MOVE 'DOCUMENT' TO NUM-KEY-TYPE.
           MOVE WS-DOCID-BLOCK TO NUM-COUNT.
           CALL 'NUMPGM1' USING WS-NUM.
           IF NUM-RC NOT = 0 THEN
              DISPLAY 'LGDB2STM - NO DOCUMENT NUMBERS, NUMPGM1 RC '
                      NUM-RC
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE NUM-FIRST TO WS-NEXT-DOCID.
           MOVE NUM-LAST TO WS-DOCID-BLOCK-LAST.

      *    A NEW DOCID PER DOCUMENT, THE INDEX ROW WRITTEN AT THE
      *    END WITH THE LINE COUNT - "YOU NEVER TOLD ME" BECOMES A
      *    DOCPGM1 LOOKUP AND AN ARCHIVE PULL.
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
                          :WS-ARCH-POLICY,
                          'STM',
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
           DISPLAY 'LGDB2STM END OF JOB SUMMARY'.
           DISPLAY '  CUSTOMERS STATED......: ' WS-CNT-CUSTOMERS.
           DISPLAY '  POLICY LINES WRITTEN..: ' WS-CNT-POLICIES.
           DISPLAY '  SPECIAL HANDLING......: ' WS-CNT-SPECIAL.
           DISPLAY '  FOREIGN ID ON PRINT...: ' WS-CNT-FOREIGN-ID.
           DISPLAY '-----------------------------------------'.

       END PROGRAM LGDB2STM.
