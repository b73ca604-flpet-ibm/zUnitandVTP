      *    MAILING AND SUPPRESSES EVERY CUSTOMER WHOSE CONSENT
      *    REGISTER SAYS MARKETING OPT-OUT; ANYTHING ELSE IS A
      *    SERVICE RUN AND GOES TO EVERYONE STILL ON THE BOOKS.
      *    A SERVICE RUN ALSO PRODUCES EVERY LETTER WAITING ON THE
      *    LETTERQUEUE (STATUS 'Q') - EVENT LETTERS QUEUED BY OTHER
      *    BATCHES, SUCH AS THE CONDOLENCE LETTER ('CND') LGDB2DEC
      *    QUEUES FOR A DECEASED CUSTOMER'S ESTATE, OR THE PAID-UP
      *    ('PUP') AND PREMIUM-HOLIDAY ('HOL') CONFIRMATIONS ENDPGMP
      *    QUEUES FOR AN ENDOWMENT HOLDER, OR THE FIRST AND SECOND
      *    PREMIUM REMINDERS ('RM1', 'RM2') AND FINAL WARNING ('RM3')
      *    LGDB2DUN QUEUES FOR UNPAID INVOICES - ARCHIVES EACH
      *    UNDER ITS LETTER TYPE AND MARKS THE QUEUE ROW PRODUCED.
      *    POST FOR A CUSTOMER UNDER NAME AND ADDRESS PROTECTION
      *    THAT CANNOT GO TO E-BOKS IS WRITTEN TO THE SPECIAL
      *    HANDLING FILE (SPCLOUT), NEVER TO THE BULK PRINT STREAM.
      *    E-BOKS TAKES ONLY CPR-IDENTIFIED RECIPIENTS, SO POST FOR A
      *    CUSTOMER IDENTIFIED BY PASSPORT OR FOREIGN NATIONAL ID
      *    FALLS BACK TO THE PRINT STREAM WHATEVER THEIR CONSENT.
      *    EVERY LETTER IS WORDED IN THE CUSTOMER'S PREFERRED
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

       01 POLLETR-STATUS             PIC 99.
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
       01 WS-ARCH-TODAY              PIC 9(8).
       01 WS-ARCH-CUSTNO             PIC S9(9) COMP.
       01 WS-ARCH-POLICY             PIC S9(9) COMP.
       01 WS-ARCH-DOCTYPE            PIC X(3).
       01 WS-ARCH-LANG               PIC X(1).

      *    LETTERQUEUE WORK AREAS
       01 WS-Q-QUEUEID               PIC S9(9) COMP.
       01 WS-Q-POLICY                PIC S9(9) COMP.
       01 WS-Q-LETTERTYPE            PIC X(3).
       01 WS-Q-EVENTDATE             PIC X(10).
       01 WS-Q-AMOUNT                PIC S9(9) COMP.

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


       01 WS-RUN-KIND                PIC X(1) VALUE 'S'.
                     CUSTOMER.LASTNAME,
                     CUSTOMER.HOUSENAME,
                     CUSTOMER.HOUSENUMBER,
                     CUSTOMER.POSTCODE,
                     COALESCE(CUSTOMER.PREFLANG, 'D')
               FROM POLICY, CUSTOMER
               WHERE POLICY.CUSTOMERNUMBER = CUSTOMER.CUSTOMERNUMBER
      *    NO LETTERS TO CUSTOMERS THE CPR AGENCY FEED HAS MARKED
               ORDER BY POLICY.POLICYNUMBER
           END-EXEC.

      *    QUEUED EVENT LETTERS WITH THE NAME AND ADDRESS TO PRINT.
      *    NO CUSTOMERSTATUS FILTER HERE - A CONDOLENCE LETTER IS
      *    WRITTEN PRECISELY BECAUSE THE CUSTOMER HAS DIED.
           EXEC SQL
             DECLARE C2 CURSOR FOR
               SELECT GENASA1.LETTERQUEUE.QUEUEID,
                     GENASA1.LETTERQUEUE.CUSTOMERNUMBER,
                     COALESCE(GENASA1.LETTERQUEUE.POLICYNUMBER, 0),
                     GENASA1.LETTERQUEUE.LETTERTYPE,
                     COALESCE(CHAR(GENASA1.LETTERQUEUE.EVENTDATE,
                                   ISO), ' '),
                     COALESCE(GENASA1.LETTERQUEUE.AMOUNT, 0),
                     CUSTOMER.FIRSTNAME,
                     CUSTOMER.LASTNAME,
                     CUSTOMER.HOUSENAME,
                     CUSTOMER.HOUSENUMBER,
                     CUSTOMER.POSTCODE,
                     COALESCE(CUSTOMER.PREFLANG, 'D')
               FROM GENASA1.LETTERQUEUE, CUSTOMER
               WHERE GENASA1.LETTERQUEUE.CUSTOMERNUMBER =
                     CUSTOMER.CUSTOMERNUMBER
                 AND GENASA1.LETTERQUEUE.STATUS = 'Q'
               ORDER BY GENASA1.LETTERQUEUE.QUEUEID
           END-EXEC.

       01  WS-LETTER-BLANK-LINE       PIC X(80) VALUE SPACES.
       01  WS-LETTER-RULE-LINE        PIC X(80) VALUE ALL '-'.

      *    LETTER WORDING - ONE TEXT BLOCK PER LANGUAGE, THE
      *    CUSTOMER'S PREFLANG CHOOSING WHICH IS MOVED INTO
      *    WS-LTR-TEXT FOR EACH LETTER (DANISH UNLESS ENGLISH HAS
      *    BEEN ASKED FOR). THE SHORT LABELS ARE CARRIED INTO THE
      *    LINE LAYOUTS BELOW; THE BODY LINES ARE WRITTEN AS THEY
      *    STAND.
       01  WS-LTR-TEXT-DANISH.
           05 FILLER                 PIC X(6)  VALUE 'KAERE '.
           05 FILLER                 PIC X(16) VALUE 'POLICENUMMER  : '.
           05 FILLER                 PIC X(14) VALUE 'POLICETYPE  : '.
           05 FILLER                 PIC X(13) VALUE 'UDSTEDT    : '.
           05 FILLER                 PIC X(14) VALUE 'UDLOEBSDATO : '.
           05 FILLER                 PIC X(17) VALUE
              'AARSPRAEMIE    : '.
           05 FILLER                 PIC X(17) VALUE 'DOEDSBOET EFTER '.
           05 FILLER                 PIC X(16) VALUE 'DOEDSDATO     : '.
           05 FILLER                 PIC X(31) VALUE
              'PRAEMIE TILBAGEBETALT TIL BOET '.
           05 FILLER                 PIC X(16) VALUE 'GAELDENDE FRA : '.
           05 FILLER                 PIC X(24) VALUE
              'FRIPOLICESUM          : '.
           05 FILLER                 PIC X(16) VALUE 'GENOPTAGES    : '.
           05 FILLER                 PIC X(9)  VALUE 'MDR.   : '.
           05 FILLER                 PIC X(20) VALUE
              'OPRINDELIG FORFALD: '.
           05 FILLER                 PIC X(20) VALUE
              'SKYLDIGT BELOEB   : '.
           05 FILLER                 PIC X(20) VALUE
              'DAEKNING OPHOERER : '.
           05 FILLER                 PIC X(80) VALUE
              'VI SENDER VORES OPRIGTIGE MEDFOELELSE I JERES SORG.'.
           05 FILLER                 PIC X(80) VALUE
              'VI HAR BRAGT DAEKNINGEN I AFDOEDES NAVN TIL OPHOER.'.
           05 FILLER                 PIC X(80) VALUE
              'LIVS- OG OPSPARINGSYDELSER AFREGNES SEPARAT.'.
           05 FILLER                 PIC X(80) VALUE
              'DIN OPSPARINGSPOLICE ER GJORT PRAEMIEFRI SOM OENSKET.'.
           05 FILLER                 PIC X(80) VALUE
              'DER SKAL IKKE BETALES MERE PRAEMIE. POLICEN LOEBER TIL'.
           05 FILLER                 PIC X(80) VALUE
              'UDLOEB MED DEN NEDSATTE FORSIKRINGSSUM VIST NEDENFOR.'.
           05 FILLER                 PIC X(80) VALUE
              'VI HAR REGISTRERET DEN BETALINGSPAUSE, DU BAD OM.'.
           05 FILLER                 PIC X(80) VALUE
              'PRAEMIEN GENOPTAGES AUTOMATISK PAA DATOEN OVENFOR.'.
           05 FILLER                 PIC X(80) VALUE
              'MAANEDER UDEN PRAEMIE NEDSAETTER YDELSEN VED UDLOEB.'.
           05 FILLER                 PIC X(80) VALUE
              'VI HAR ENDNU IKKE MODTAGET PRAEMIEN VIST NEDENFOR.'.
           05 FILLER                 PIC X(80) VALUE
              'BETAL VENLIGST HURTIGST MULIGT. HAR DU BETALT INDEN FOR'.
           05 FILLER                 PIC X(80) VALUE
              'DE SIDSTE PAR DAGE, KAN DU SE BORT FRA DENNE RYKKER.'.
           05 FILLER                 PIC X(80) VALUE
           'TRODS VORES TIDLIGERE RYKKER ER PRAEMIEN STADIG UBETALT.'.
           05 FILLER                 PIC X(80) VALUE
              'DER ER TILLAGT ET RYKKERGEBYR EFTER RENTELOVEN.'.
           05 FILLER                 PIC X(80) VALUE
              'BETAL VENLIGST HELE DET SKYLDIGE BELOEB INDEN 10 DAGE.'.
           05 FILLER                 PIC X(80) VALUE
              'SIDSTE ADVARSEL - PRAEMIEN ER STADIG UBETALT.'.
           05 FILLER                 PIC X(80) VALUE
              'MEDMINDRE BELOEBET BETALES FOER DATOEN NEDENFOR,'.
           05 FILLER                 PIC X(80) VALUE
              'BORTFALDER POLICEN, OG DU ER IKKE LAENGERE DAEKKET.'.

       01  WS-LTR-TEXT-ENGLISH.
           05 FILLER                 PIC X(6)  VALUE 'DEAR '.
           05 FILLER                 PIC X(16) VALUE 'POLICY NUMBER : '.
           05 FILLER                 PIC X(14) VALUE 'POLICY TYPE : '.
           05 FILLER                 PIC X(13) VALUE 'ISSUE DATE : '.
           05 FILLER                 PIC X(14) VALUE 'EXPIRY DATE : '.
           05 FILLER                 PIC X(17) VALUE
              'ANNUAL PREMIUM : '.
           05 FILLER                 PIC X(17) VALUE
              'TO THE ESTATE OF '.
           05 FILLER                 PIC X(16) VALUE 'DATE OF DEATH : '.
           05 FILLER                 PIC X(31) VALUE
              'PREMIUM REFUNDED TO THE ESTATE '.
           05 FILLER                 PIC X(16) VALUE 'EFFECTIVE FROM: '.
           05 FILLER                 PIC X(24) VALUE
              'PAID-UP SUM ASSURED   : '.
           05 FILLER                 PIC X(16) VALUE 'PREMIUMS RESUME:'.
           05 FILLER                 PIC X(9)  VALUE 'MONTHS : '.
           05 FILLER                 PIC X(20) VALUE
              'ORIGINAL DUE DATE : '.
           05 FILLER                 PIC X(20) VALUE
              'AMOUNT NOW DUE    : '.
           05 FILLER                 PIC X(20) VALUE
              'COVER LAPSES ON   : '.
           05 FILLER                 PIC X(80) VALUE
              'PLEASE ACCEPT OUR SINCERE CONDOLENCES ON YOUR LOSS.'.
           05 FILLER                 PIC X(80) VALUE
              'WE HAVE ENDED THE COVER HELD IN THE DECEASED''S NAME.'.
           05 FILLER                 PIC X(80) VALUE
              'LIFE AND ENDOWMENT BENEFITS WILL BE SETTLED SEPARATELY.'.
           05 FILLER                 PIC X(80) VALUE
              'YOUR ENDOWMENT HAS BEEN MADE PAID UP AS YOU ASKED.'.
           05 FILLER                 PIC X(80) VALUE
              'NO FURTHER PREMIUM IS DUE. THE POLICY RUNS TO MATURITY'.
           05 FILLER                 PIC X(80) VALUE
              'ON THE REDUCED SUM ASSURED SHOWN BELOW.'.
           05 FILLER                 PIC X(80) VALUE
              'WE HAVE REGISTERED THE PREMIUM HOLIDAY YOU ASKED FOR.'.
           05 FILLER                 PIC X(80) VALUE
              'PREMIUMS RESTART BY THEMSELVES ON THE RESUME DATE.'.
           05 FILLER                 PIC X(80) VALUE
              'MISSED MONTHS REDUCE THE BENEFIT AT MATURITY.'.
           05 FILLER                 PIC X(80) VALUE
              'WE HAVE NOT YET RECEIVED THE PREMIUM SHOWN BELOW.'.
           05 FILLER                 PIC X(80) VALUE
              'PLEASE PAY IT AS SOON AS POSSIBLE. IF YOU HAVE PAID IN'.
           05 FILLER                 PIC X(80) VALUE
              'THE LAST FEW DAYS, PLEASE DISREGARD THIS REMINDER.'.
           05 FILLER                 PIC X(80) VALUE
           'DESPITE OUR EARLIER REMINDER THE PREMIUM IS STILL UNPAID.'.
           05 FILLER                 PIC X(80) VALUE
              'A REMINDER FEE UNDER THE INTEREST ACT HAS BEEN ADDED.'.
           05 FILLER                 PIC X(80) VALUE
              'PLEASE PAY THE FULL AMOUNT DUE WITHIN 10 DAYS.'.
           05 FILLER                 PIC X(80) VALUE
              'FINAL WARNING - THE PREMIUM IS STILL UNPAID.'.
           05 FILLER                 PIC X(80) VALUE
              'UNLESS THE AMOUNT DUE IS PAID BEFORE THE DATE BELOW,'.
           05 FILLER                 PIC X(80) VALUE
              'THE POLICY LAPSES AND YOU WILL NO LONGER BE COVERED.'.

       01  WS-LTR-TEXT.
           05 WT-DEAR                PIC X(6).
           05 WT-POLICY-NUMBER       PIC X(16).
           05 WT-POLICY-TYPE         PIC X(14).
           05 WT-ISSUE-DATE          PIC X(13).
           05 WT-EXPIRY-DATE         PIC X(14).
           05 WT-ANNUAL-PREMIUM      PIC X(17).
           05 WT-ESTATE              PIC X(17).
           05 WT-DEATH-DATE          PIC X(16).
           05 WT-REFUND              PIC X(31).
           05 WT-EFFECTIVE           PIC X(16).
           05 WT-NEWSUM              PIC X(24).
           05 WT-RESUME              PIC X(16).
           05 WT-MONTHS              PIC X(9).
           05 WT-ORIGDUE             PIC X(20).
           05 WT-AMOUNTDUE           PIC X(20).
           05 WT-LAPSEDATE           PIC X(20).
           05 WS-LETTER-CONDOLENCE-1 PIC X(80).
           05 WS-LETTER-CONDOLENCE-2 PIC X(80).
           05 WS-LETTER-CONDOLENCE-3 PIC X(80).
           05 WS-LETTER-PAIDUP-1     PIC X(80).
           05 WS-LETTER-PAIDUP-2     PIC X(80).
           05 WS-LETTER-PAIDUP-3     PIC X(80).
           05 WS-LETTER-HOLIDAY-1    PIC X(80).
           05 WS-LETTER-HOLIDAY-2    PIC X(80).
           05 WS-LETTER-HOLIDAY-3    PIC X(80).
           05 WS-LETTER-REMIND1-1    PIC X(80).
           05 WS-LETTER-REMIND1-2    PIC X(80).
           05 WS-LETTER-REMIND1-3    PIC X(80).
           05 WS-LETTER-REMIND2-1    PIC X(80).
           05 WS-LETTER-REMIND2-2    PIC X(80).
           05 WS-LETTER-REMIND2-3    PIC X(80).
           05 WS-LETTER-WARNING-1    PIC X(80).
           05 WS-LETTER-WARNING-2    PIC X(80).
           05 WS-LETTER-WARNING-3    PIC X(80).

       01  WS-LETTER-GREETING-LINE.
           05 WL-DEAR                PIC X(6).
           05 WL-FIRSTNAME           PIC X(10).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 WL-LASTNAME            PIC X(20).
           05 FILLER                 PIC X(1) VALUE ','.
           05 FILLER                 PIC X(42) VALUE SPACES.

       01  WS-LETTER-ADDRESS-LINE.
           05 WL-HOUSENUMBER         PIC X(4).
           05 FILLER                 PIC X(46) VALUE SPACES.

       01  WS-LETTER-POLICY-LINE.
           05 WL-POLICY-NUMBER-TEXT  PIC X(16).
           05 WL-POLICYNUMBER        PIC Z(8)9.
           05 FILLER                 PIC X(5) VALUE SPACES.
           05 WL-POLICY-TYPE-TEXT    PIC X(14).
           05 WL-POLICYTYPE          PIC X(1).
           05 FILLER                 PIC X(35) VALUE SPACES.

       01  WS-LETTER-DATE-LINE.
           05 WL-ISSUE-DATE-TEXT     PIC X(13).
           05 WL-ISSUEDATE           PIC X(10).
           05 FILLER                 PIC X(5) VALUE SPACES.
           05 WL-EXPIRY-DATE-TEXT    PIC X(14).
           05 WL-EXPIRYDATE          PIC X(10).
           05 FILLER                 PIC X(28) VALUE SPACES.

       01  WS-LETTER-PAYMENT-LINE.
           05 WL-ANNUAL-PREMIUM-TEXT PIC X(17).
           05 WL-PAYMENT             PIC Z(8)9.
           05 FILLER                 PIC X(54) VALUE SPACES.

       01  WS-LETTER-ESTATE-LINE.
           05 WL-ESTATE-TEXT         PIC X(17).
           05 WL-EST-FIRSTNAME       PIC X(10).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 WL-EST-LASTNAME        PIC X(20).
           05 FILLER                 PIC X(32) VALUE SPACES.


       01  WS-LETTER-DEATH-LINE.
           05 WL-DEATH-DATE-TEXT     PIC X(16).
           05 WL-DEATHDATE           PIC X(10).
           05 FILLER                 PIC X(54) VALUE SPACES.

       01  WS-LETTER-REFUND-LINE.
           05 WL-REFUND-TEXT         PIC X(31).
           05 FILLER                 PIC X(2) VALUE ': '.
           05 WL-REFUND              PIC Z(8)9.
           05 FILLER                 PIC X(38) VALUE SPACES.


       01  WS-LETTER-ENDPOL-LINE.
           05 WL-ENDPOL-TEXT         PIC X(16).
           05 WL-ENDPOL-NUMBER       PIC Z(8)9.
           05 FILLER                 PIC X(55) VALUE SPACES.

       01  WS-LETTER-EFFECTIVE-LINE.
           05 WL-EFFECTIVE-TEXT      PIC X(16).
           05 WL-EFFECTIVE-DATE      PIC X(10).
           05 FILLER                 PIC X(54) VALUE SPACES.

       01  WS-LETTER-NEWSUM-LINE.
           05 WL-NEWSUM-TEXT         PIC X(24).
           05 WL-NEWSUM              PIC Z(8)9.
           05 FILLER                 PIC X(47) VALUE SPACES.

       01  WS-LETTER-RESUME-LINE.
           05 WL-RESUME-TEXT         PIC X(16).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 WL-RESUME-DATE         PIC X(10).
           05 FILLER                 PIC X(5) VALUE SPACES.
           05 WL-MONTHS-TEXT         PIC X(9).
           05 WL-HOLIDAY-MONTHS      PIC Z9.
           05 FILLER                 PIC X(37) VALUE SPACES.


       01  WS-LETTER-ORIGDUE-LINE.
           05 WL-ORIGDUE-TEXT        PIC X(20).
           05 WL-ORIGDUE-DATE        PIC X(10).
           05 FILLER                 PIC X(50) VALUE SPACES.

       01  WS-LETTER-AMOUNTDUE-LINE.
           05 WL-AMOUNTDUE-TEXT      PIC X(20).
           05 WL-AMOUNT-DUE          PIC Z(8)9.
           05 FILLER                 PIC X(51) VALUE SPACES.

       01  WS-LETTER-LAPSEDATE-LINE.
           05 WL-LAPSEDATE-TEXT      PIC X(20).
           05 WL-LAPSE-DATE          PIC X(10).
           05 FILLER                 PIC X(50) VALUE SPACES.

       01  WS-Q-RESUMEDATE           PIC X(10).

       01  WS-CNT-CUSTOMERS          PIC 9(7) VALUE 0.
       01  WS-CNT-QUEUED             PIC 9(7) VALUE 0.
       01  WS-CNT-LETTERS            PIC 9(7) VALUE 0.

      * Central run-control (RUNLOG) interface
       01  WS-RUNLOG.
           COPY RUNCPY1.

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
              DISPLAY 'LGDB2LTR FILE STATUS AT OPEN SPCLOUT '
                      SPCLOUT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF POLLETR-STATUS NOT = 0 THEN
              DISPLAY 'LGDB2LTR FILE STATUS AT OPEN POLLETR '
                      POLLETR-STATUS
           END-PERFORM
           PERFORM CLOSE-CURSOR.

           IF WS-RUN-KIND = 'S' THEN
              PERFORM PRODUCE-QUEUED-LETTERS
           END-IF.

           PERFORM DISPLAY-SUMMARY.

           PERFORM MARK-RUN-ENDED.

           CLOSE POLLETR.
           CLOSE EBOKSOUT.
           CLOSE SPCLOUT.
           CLOSE ARCHOUT.
           STOP RUN.

       MARK-RUN-ENDED.
           MOVE 'E' TO RUN-FUNCTION.
           MOVE WS-CNT-CUSTOMERS TO RUN-RECORDS-READ.
           COMPUTE RUN-RECORDS-WRITTEN =
                   WS-CNT-LETTERS + WS-CNT-QUEUED.
           MOVE 0 TO RUN-RECORDS-REJECTED.
           MOVE RETURN-CODE TO RUN-RETURN-CODE.
           CALL 'LGRUNLOG' USING WS-RUNLOG.
                       :LASTNAME,
                       :HOUSENAME,
                       :HOUSENUMBER,
                       :POSTCODE,
                       :PREFLANG
             END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM DISPLAY-SQL-ERROR
      *    POLICYHOLDER'S CORRESPONDENCE STRAIGHT OFF THE FILE.
       WRITE-POLICY-LETTER.
           PERFORM START-ARCHIVE-DOCUMENT.
           MOVE 'LTR' TO WS-ARCH-DOCTYPE.
           MOVE CUSTOMERNUMBER OF CUSTOMER TO WS-ARCH-CUSTNO.
           MOVE POLICYNUMBER TO WS-ARCH-POLICY.
           PERFORM SELECT-LETTER-LANGUAGE.
           PERFORM DECIDE-DELIVERY-CHANNEL THRU
                   DECIDE-DELIVERY-EXIT.
           PERFORM CHECK-ADDRESS-PROTECTION.
           IF DOC-GOES-DIGITAL THEN
              PERFORM WRITE-EBOKS-HEADER
           END-IF.
           IF DOC-GOES-SPECIAL THEN
              PERFORM WRITE-SPECIAL-HEADER
           END-IF.
           MOVE FIRSTNAME TO WL-FIRSTNAME.
           MOVE LASTNAME TO WL-LASTNAME.
           MOVE WS-LETTER-GREETING-LINE TO WS-DOC-LINE.
           IF DOC-GOES-DIGITAL THEN
              PERFORM WRITE-EBOKS-TRAILER
           END-IF.
           IF DOC-GOES-SPECIAL THEN
              PERFORM WRITE-SPECIAL-TRAILER
           END-IF.
           ADD 1 TO WS-CNT-LETTERS.
           PERFORM END-ARCHIVE-DOCUMENT.


      *----------------------------------------------------------------*
      *    THE LETTERQUEUE PASS. EACH ROW IS MARKED PRODUCED WITH
      *    THE DOCID IT WAS ARCHIVED UNDER, SO A RERUN DOES NOT
      *    PRINT IT TWICE.
       PRODUCE-QUEUED-LETTERS.
           EXEC SQL OPEN C2 END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              MOVE 16 TO RETURN-CODE
              GO TO PRODUCE-QUEUED-EXIT
           END-IF.

           PERFORM FETCH-QUEUED-LETTER.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0
                   PERFORM WRITE-QUEUED-LETTER
                   PERFORM MARK-LETTER-PRODUCED
                   PERFORM FETCH-QUEUED-LETTER
           END-PERFORM.

           EXEC SQL CLOSE C2 END-EXEC.

       PRODUCE-QUEUED-EXIT.
           EXIT.

       FETCH-QUEUED-LETTER.
           EXEC SQL
              FETCH C2
              INTO :WS-Q-QUEUEID,
                   :CUSTOMERNUMBER OF CUSTOMER,
                   :WS-Q-POLICY,
                   :WS-Q-LETTERTYPE,
                   :WS-Q-EVENTDATE,
                   :WS-Q-AMOUNT,
                   :FIRSTNAME,
                   :LASTNAME,
                   :HOUSENAME,
                   :HOUSENUMBER,
                   :POSTCODE,
                   :PREFLANG
           END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              MOVE 16 TO RETURN-CODE
           END-IF.

      *    A CONDOLENCE LETTER ALWAYS GOES ON PAPER - NOBODY READS
      *    THE DECEASED'S DIGITAL POST - THOUGH STILL THROUGH
      *    SPECIAL HANDLING IF THE ADDRESS WAS PROTECTED.
       WRITE-QUEUED-LETTER.
           PERFORM START-ARCHIVE-DOCUMENT.
           MOVE WS-Q-LETTERTYPE TO WS-ARCH-DOCTYPE.
           MOVE CUSTOMERNUMBER OF CUSTOMER TO WS-ARCH-CUSTNO.
           MOVE WS-Q-POLICY TO WS-ARCH-POLICY.
           PERFORM SELECT-LETTER-LANGUAGE.
           IF WS-Q-LETTERTYPE = 'CND' THEN
              MOVE 'N' TO WS-DIGITAL-SW
           ELSE
              PERFORM DECIDE-DELIVERY-CHANNEL THRU
                      DECIDE-DELIVERY-EXIT
           END-IF.
           PERFORM CHECK-ADDRESS-PROTECTION.
           IF DOC-GOES-DIGITAL THEN
              PERFORM WRITE-EBOKS-HEADER
           END-IF.
           IF DOC-GOES-SPECIAL THEN
              PERFORM WRITE-SPECIAL-HEADER
           END-IF.

           EVALUATE WS-Q-LETTERTYPE
               WHEN 'CND'
                  PERFORM WRITE-CONDOLENCE-BODY
               WHEN 'PUP'
                  PERFORM WRITE-PAIDUP-BODY
               WHEN 'HOL'
                  PERFORM WRITE-HOLIDAY-BODY
               WHEN 'RM1'
                  PERFORM WRITE-REMINDER1-BODY
               WHEN 'RM2'
                  PERFORM WRITE-REMINDER2-BODY
               WHEN 'RM3'
                  PERFORM WRITE-WARNING-BODY
               WHEN OTHER
                  PERFORM WRITE-QUEUED-GREETING
           END-EVALUATE.

           MOVE WS-LETTER-RULE-LINE TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.
           MOVE WS-LETTER-BLANK-LINE TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.

           IF DOC-GOES-DIGITAL THEN
              PERFORM WRITE-EBOKS-TRAILER
           END-IF.
           IF DOC-GOES-SPECIAL THEN
              PERFORM WRITE-SPECIAL-TRAILER
           END-IF.
           ADD 1 TO WS-CNT-QUEUED.
           PERFORM END-ARCHIVE-DOCUMENT.

       WRITE-QUEUED-ADDRESS.
           MOVE HOUSENUMBER TO WL-HOUSENUMBER.
           MOVE HOUSENAME TO WL-HOUSENAME.
           MOVE POSTCODE TO WL-POSTCODE.
           MOVE WS-LETTER-ADDRESS-LINE TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.
           MOVE WS-LETTER-BLANK-LINE TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.

       WRITE-CONDOLENCE-BODY.
           MOVE FIRSTNAME TO WL-EST-FIRSTNAME.
           MOVE LASTNAME TO WL-EST-LASTNAME.
           MOVE WS-LETTER-ESTATE-LINE TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.
           PERFORM WRITE-QUEUED-ADDRESS.

           MOVE WS-LETTER-CONDOLENCE-1 TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.
           MOVE WS-LETTER-BLANK-LINE TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.

           MOVE WS-Q-EVENTDATE TO WL-DEATHDATE.
           MOVE WS-LETTER-DEATH-LINE TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.
           MOVE WS-LETTER-CONDOLENCE-2 TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.
           IF WS-Q-AMOUNT > 0 THEN
              MOVE WS-Q-AMOUNT TO WL-REFUND
              MOVE WS-LETTER-REFUND-LINE TO WS-DOC-LINE
              PERFORM WRITE-DOC-LINE
           END-IF.
           MOVE WS-LETTER-CONDOLENCE-3 TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.

      *    CONFIRMATION OF AN ENDPGMP PAID-UP CONVERSION - AMOUNT
      *    ON THE QUEUE ROW IS THE NEW SUM ASSURED.
       WRITE-PAIDUP-BODY.
           PERFORM WRITE-QUEUED-GREETING.
           MOVE WS-LETTER-PAIDUP-1 TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.
           MOVE WS-LETTER-BLANK-LINE TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.
           PERFORM WRITE-ALTERATION-POLICY.
           MOVE WS-Q-AMOUNT TO WL-NEWSUM.
           MOVE WS-LETTER-NEWSUM-LINE TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.
           MOVE WS-LETTER-PAIDUP-2 TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.
           MOVE WS-LETTER-PAIDUP-3 TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.

      *    CONFIRMATION OF AN ENDPGMP PREMIUM HOLIDAY - AMOUNT ON THE
      *    QUEUE ROW IS THE MONTHS; THE RESUME DATE COMES FROM THE
      *    ENDPREMALT ROW THE HOLIDAY WAS RECORDED ON.
       WRITE-HOLIDAY-BODY.
           PERFORM WRITE-QUEUED-GREETING.
           MOVE WS-LETTER-HOLIDAY-1 TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.
           MOVE WS-LETTER-BLANK-LINE TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.
           PERFORM WRITE-ALTERATION-POLICY.

           MOVE SPACES TO WS-Q-RESUMEDATE.
           EXEC SQL
              SELECT COALESCE(CHAR(RESUMEDATE, ISO), ' ')
              INTO  :WS-Q-RESUMEDATE
              FROM GENASA1.ENDPREMALT
              WHERE POLICYNUMBER = :WS-Q-POLICY
                AND ALTERTYPE = 'H'
                AND EFFECTIVEDATE = :WS-Q-EVENTDATE
           END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              MOVE 16 TO RETURN-CODE
           END-IF.
           MOVE WS-Q-RESUMEDATE TO WL-RESUME-DATE.
           MOVE WS-Q-AMOUNT TO WL-HOLIDAY-MONTHS.
           MOVE WS-LETTER-RESUME-LINE TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.
           MOVE WS-LETTER-HOLIDAY-2 TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.
           MOVE WS-LETTER-HOLIDAY-3 TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.

      *    LGDB2DUN'S DUNNING LETTERS. AMOUNT ON THE QUEUE ROW IS
      *    THE SUM NOW OWED (WITH ANY REMINDER FEE); EVENTDATE IS
      *    THE ORIGINAL DUE DATE ON A REMINDER AND THE LAPSE DATE
      *    ON THE FINAL WARNING.
       WRITE-REMINDER1-BODY.
           PERFORM WRITE-QUEUED-GREETING.
           MOVE WS-LETTER-REMIND1-1 TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.
           MOVE WS-LETTER-BLANK-LINE TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.
           PERFORM WRITE-DUNNING-POLICY.
           MOVE WS-Q-EVENTDATE TO WL-ORIGDUE-DATE.
           MOVE WS-LETTER-ORIGDUE-LINE TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.
           MOVE WS-LETTER-REMIND1-2 TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.
           MOVE WS-LETTER-REMIND1-3 TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.

       WRITE-REMINDER2-BODY.
           PERFORM WRITE-QUEUED-GREETING.
           MOVE WS-LETTER-REMIND2-1 TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.
           MOVE WS-LETTER-BLANK-LINE TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.
           PERFORM WRITE-DUNNING-POLICY.
           MOVE WS-Q-EVENTDATE TO WL-ORIGDUE-DATE.
           MOVE WS-LETTER-ORIGDUE-LINE TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.
           MOVE WS-LETTER-REMIND2-2 TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.
           MOVE WS-LETTER-REMIND2-3 TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.

       WRITE-WARNING-BODY.
           PERFORM WRITE-QUEUED-GREETING.
           MOVE WS-LETTER-WARNING-1 TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.
           MOVE WS-LETTER-BLANK-LINE TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.
           PERFORM WRITE-DUNNING-POLICY.
           MOVE WS-Q-EVENTDATE TO WL-LAPSE-DATE.
           MOVE WS-LETTER-LAPSEDATE-LINE TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.
           MOVE WS-LETTER-WARNING-2 TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.
           MOVE WS-LETTER-WARNING-3 TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.

       WRITE-DUNNING-POLICY.
           MOVE WS-Q-POLICY TO WL-ENDPOL-NUMBER.
           MOVE WS-LETTER-ENDPOL-LINE TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.
           MOVE WS-Q-AMOUNT TO WL-AMOUNT-DUE.
           MOVE WS-LETTER-AMOUNTDUE-LINE TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.

       WRITE-QUEUED-GREETING.
           MOVE FIRSTNAME TO WL-FIRSTNAME.
           MOVE LASTNAME TO WL-LASTNAME.
           MOVE WS-LETTER-GREETING-LINE TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.
           PERFORM WRITE-QUEUED-ADDRESS.

       WRITE-ALTERATION-POLICY.
           MOVE WS-Q-POLICY TO WL-ENDPOL-NUMBER.
           MOVE WS-LETTER-ENDPOL-LINE TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.
           MOVE WS-Q-EVENTDATE TO WL-EFFECTIVE-DATE.
           MOVE WS-LETTER-EFFECTIVE-LINE TO WS-DOC-LINE.
           PERFORM WRITE-DOC-LINE.

      *    THE CUSTOMER'S PREFERRED LANGUAGE PICKS THE TEXT BLOCK
      *    FOR THIS LETTER AND IS RECORDED ON ITS DOCARCHIVE ROW.
       SELECT-LETTER-LANGUAGE.
           IF PREFLANG = 'E' THEN
              MOVE 'E' TO WS-ARCH-LANG
              MOVE WS-LTR-TEXT-ENGLISH TO WS-LTR-TEXT
           ELSE
              MOVE 'D' TO WS-ARCH-LANG
              MOVE WS-LTR-TEXT-DANISH TO WS-LTR-TEXT
           END-IF.
           MOVE WT-DEAR TO WL-DEAR.
           MOVE WT-POLICY-NUMBER TO WL-POLICY-NUMBER-TEXT.
           MOVE WT-POLICY-NUMBER TO WL-ENDPOL-TEXT.
           MOVE WT-POLICY-TYPE TO WL-POLICY-TYPE-TEXT.
           MOVE WT-ISSUE-DATE TO WL-ISSUE-DATE-TEXT.
           MOVE WT-EXPIRY-DATE TO WL-EXPIRY-DATE-TEXT.
           MOVE WT-ANNUAL-PREMIUM TO WL-ANNUAL-PREMIUM-TEXT.
           MOVE WT-ESTATE TO WL-ESTATE-TEXT.
           MOVE WT-DEATH-DATE TO WL-DEATH-DATE-TEXT.
           MOVE WT-REFUND TO WL-REFUND-TEXT.
           MOVE WT-EFFECTIVE TO WL-EFFECTIVE-TEXT.
           MOVE WT-NEWSUM TO WL-NEWSUM-TEXT.
           MOVE WT-RESUME TO WL-RESUME-TEXT.
           MOVE WT-MONTHS TO WL-MONTHS-TEXT.
           MOVE WT-ORIGDUE TO WL-ORIGDUE-TEXT.
           MOVE WT-AMOUNTDUE TO WL-AMOUNTDUE-TEXT.
           MOVE WT-LAPSEDATE TO WL-LAPSEDATE-TEXT.

       MARK-LETTER-PRODUCED.
           EXEC SQL
              UPDATE GENASA1.LETTERQUEUE
              SET    STATUS = 'P',
                     PRODUCEDDATE = :WS-ARCH-GENDATE,
                     DOCID = :WS-ARCH-DOCID
              WHERE  QUEUEID = :WS-Q-QUEUEID
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

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
              WHERE CUSTOMERNUMBER = :CUSTOMER.CUSTOMERNUMBER
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
                 WHERE CUSTOMERNUMBER = :CUSTOMER.CUSTOMERNUMBER
              END-EXEC
              IF SQLCODE NOT = 0 OR WS-SP-ADDRPROTECT = 'Y' THEN
                 SET DOC-GOES-SPECIAL TO TRUE
              END-IF
           END-IF.

       WRITE-SPECIAL-HEADER.
           MOVE SPACES TO SPCL-RECORD.
           MOVE 'H' TO SP-RECORDTYPE.
           MOVE 'LTR00001' TO SP-MATERIALID.
           MOVE CUSTOMERNUMBER OF CUSTOMER TO SP-CUSTOMERNUMBER.
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
                  WRITE POLLETR-RECORD FROM WS-DOC-LINE
           END-EVALUATE.

       RESERVE-DOCID-BLOCK.
           MOVE 'DOCUMENT' TO NUM-KEY-TYPE.
           MOVE WS-DOCID-BLOCK TO NUM-COUNT.
           CALL 'NUMPGM1' USING WS-NUM.
           IF NUM-RC NOT = 0 THEN
              DISPLAY 'LGDB2LTR - NO DOCUMENT NUMBERS, NUMPGM1 RC '
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
                          :WS-ARCH-DOCTYPE,
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
                   WS-CNT-CUSTOMERS.
           DISPLAY '  LETTERS WRITTEN..............: '
                   WS-CNT-LETTERS.
           DISPLAY '  QUEUED LETTERS PRODUCED......: '
                   WS-CNT-QUEUED.
           DISPLAY '  SPECIAL HANDLING DOCUMENTS...: '
                   WS-CNT-SPECIAL.
           DISPLAY '  FOREIGN ID KEPT OFF E-BOKS...: '
                   WS-CNT-FOREIGN-ID.
           DISPLAY '-----------------------------------------'.

       END PROGRAM LGDB2LTR.
