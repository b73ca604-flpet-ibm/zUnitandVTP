       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGDB2CHN.
      *    PRE-RENEWAL CHURN SCORING AND RETENTION CALL LIST. RUNS
      *    AFTER LGDB2REN OVER THE SAME RENOUT WINDOW (RENIN) AND THE
      *    OFFER FILE LGDB2REN WROTE (OFFERIN - ONE OFFER OR NONE PER
      *    RENIN RECORD, IN RENIN ORDER, SO THE TWO ARE MATCHED ON
      *    POLICY NUMBER AS THEY ARE READ). EACH RENEWING POLICY GETS
      *    A CHURN SCORE BUILT FROM SIX FACTORS:
      *      PRICE     - PREMIUM INCREASE ON THE OFFER (5/10/15 PCT
      *                  STEPS GIVE A THIRD/TWO THIRDS/ALL THE WEIGHT)
      *      TENURE    - YEARS SINCE TRUE INCEPTION (UNDER 2 ALL, UNDER
      *                  5 HALF)
      *      CLAIMS    - CLAIMS ON THE CUSTOMER'S POLICIES IN THE LAST
      *                  12 MONTHS (1 HALF, 2 OR MORE ALL)
      *      ARREARS   - CUSTLEDGER BALANCE OWED (ANY AMOUNT - ALL)
      *      HOUSEHOLD - IN-FORCE POLICIES HELD ACROSS THE HOUSEHOLD
      *                  (1 ALL, 2 HALF)
      *      CHANNEL   - BROKER BUSINESS ('B') ALL, DIRECT ('D') NONE
      *    THE WEIGHT OF EACH FACTOR AND THE SCORE THAT PUTS A POLICY
      *    ON THE CALL LIST ARE UWLIMITS SETTINGS (CHURNWPRICE,
      *    CHURNWTENURE, CHURNWCLAIMS, CHURNWARREAR, CHURNWHHOLD,
      *    CHURNWCHANNL, CHURNCALLMIN) SO THE RETENTION TEAM CAN RETUNE
      *    THEM WITHOUT A RECOMPILE; THE DEFAULTS ADD UP TO 100.
      *    EVERY SCORE AND ITS FACTOR POINTS ARE KEPT ON CHURNSCORE
      *    PER POLICY AND RENEWAL DATE. A RERUN RESCORES THE ROW BUT
      *    LEAVES THE CALL OUTCOME KEYED THROUGH CHNPGM1 ALONE, SO
      *    NEXT YEAR'S WEIGHTS CAN BE CHECKED AGAINST WHAT HAPPENED.
      *    THE CALL LIST ON CALLOUT TAKES EVERY POLICY SCORED TODAY AT
      *    OR ABOVE CHURNCALLMIN WITH NO OUTCOME YET, HIGHEST SCORE
      *    FIRST AND THEN THE HOUSEHOLD PREMIUM AT STAKE, WITH THE
      *    FACTOR BREAKDOWN ON A SECOND LINE FOR THE CALLER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RENIN ASSIGN TO RENIN
               FILE STATUS IS RENIN-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT OFFERIN ASSIGN TO OFFERIN
               FILE STATUS IS OFFERIN-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CALLOUT ASSIGN TO CALLOUT
               FILE STATUS IS CALLOUT-STATUS
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.

       FILE SECTION.
       FD RENIN RECORDING MODE F.
       01 RENIN-RECORD.
           05 RI-POLICYNUMBER        PIC 9(9).
           05 RI-CUSTOMERNUMBER      PIC 9(9).
           05 RI-EXPIRYDATE          PIC X(10).

      *    LGDB2REN OFFER LAYOUT - ONLY THE FIELDS SCORED ON ARE NAMED
       FD OFFERIN RECORDING MODE F.
       01 OFFERIN-RECORD.
           05 OI-POLICYNUMBER        PIC 9(9).
           05 OI-CUSTOMERNUMBER      PIC 9(9).
           05 OI-POLICYTYPE          PIC X(1).
           05 OI-RENEWAL-DATE        PIC X(10).
           05 OI-CURRENT-PAYMENT     PIC 9(9).
           05 OI-RERATED-PREMIUM     PIC 9(7)V99.
           05 OI-PCT-CHANGE          PIC S9(3)V99 SIGN LEADING
                                                  SEPARATE.
           05 FILLER                 PIC X(57).

       FD CALLOUT RECORDING MODE F.
       01 CALL-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

       01 RENIN-STATUS               PIC 99.
       01 OFFERIN-STATUS             PIC 99.
       01 CALLOUT-STATUS             PIC 99.

       01  WS-RI-EOF                    PIC X(1) VALUE '0'.
          88 RI-EOF                        VALUE '1'.
       01  WS-OI-EOF                    PIC X(1) VALUE '0'.
          88 OI-EOF                        VALUE '1'.

      *    FACTOR WEIGHTS AND CALL-LIST THRESHOLD - UWLIMITS ROWS
      *    OVERRIDE THE DEFAULTS BELOW
       01  WS-W-PRICE                   PIC S9(9) COMP VALUE 30.
       01  WS-W-TENURE                  PIC S9(9) COMP VALUE 20.
       01  WS-W-CLAIMS                  PIC S9(9) COMP VALUE 15.
       01  WS-W-ARREARS                 PIC S9(9) COMP VALUE 15.
       01  WS-W-HOUSEHOLD               PIC S9(9) COMP VALUE 10.
       01  WS-W-CHANNEL                 PIC S9(9) COMP VALUE 10.
       01  WS-CALL-MIN                  PIC S9(4) COMP VALUE 40.
       01  WS-LIMIT-NAME                PIC X(12).
       01  WS-LIMIT-VALUE               PIC S9(9) COMP.

       01  WS-POLICYNUMBER              PIC S9(9) COMP.
       01  WS-CUSTOMERNUMBER            PIC S9(9) COMP.
       01  WS-ISSUEDATE                 PIC X(10).
       01  WS-BROKERID                  PIC S9(9) COMP.
       01  WS-INCEPTION                 PIC X(10).
       01  WS-INCEPT-IND                PIC S9(4) COMP.
       01  WS-INCEPT-YEAR               PIC 9(4).
       01  WS-RENEWAL-YEAR              PIC 9(4).
       01  WS-PCT-CHANGE                PIC S9(3)V99.
       01  WS-CLAIM-COUNT               PIC S9(9) COMP.
       01  WS-BALANCE                   PIC S9(9) COMP.
       01  WS-BALANCE-IND               PIC S9(4) COMP.
       01  WS-HH-COUNT                  PIC S9(9) COMP.
       01  WS-HH-PREMIUM                PIC S9(9) COMP.

      *    CALL-LIST FETCH AREA
       01  WS-FETCH-LASTNAME            PIC X(20).
       01  WS-FETCH-PHONE               PIC X(20).

       01  WS-CNT-READ                  PIC 9(7) VALUE 0.
       01  WS-CNT-OFFERS                PIC 9(7) VALUE 0.
       01  WS-CNT-SCORED                PIC 9(7) VALUE 0.
       01  WS-CNT-ERRORS                PIC 9(7) VALUE 0.
       01  WS-CNT-LISTED                PIC 9(7) VALUE 0.
       01  WS-CNT-ON-PAGE               PIC 9(3) VALUE 0.
       01  WS-CNT-PAGES                 PIC 9(5) VALUE 0.
       01  WS-TOTAL-AT-STAKE            PIC 9(11) VALUE 0.

       01  WS-PAGE-HEADING.
           05 FILLER                 PIC X(40) VALUE
                 'PRE-RENEWAL RETENTION CALL LIST - MIN SC'.
           05 FILLER                 PIC X(4) VALUE 'ORE '.
           05 WH-CALL-MIN            PIC ZZ9.
           05 FILLER                 PIC X(24) VALUE SPACES.
           05 FILLER                 PIC X(5) VALUE 'PAGE '.
           05 WH-PAGE                PIC ZZZ9.

       01  WS-COLUMN-HEADING.
           05 FILLER                 PIC X(40) VALUE
                 '  RANK SCR     POLICY RENEWS     NAME   '.
           05 FILLER                 PIC X(40) VALUE
                 '            PHONE             PCT CHG   '.

       01  WS-COLUMN-HEADING-2.
           05 FILLER                 PIC X(40) VALUE
                 '       CUSTOMER  AT STAKE  P PRICE T TEN'.
           05 FILLER                 PIC X(40) VALUE
                 'URE C CLAIMS A ARREARS H HHOLD B BROKER '.

       01  WS-DETAIL-LINE.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 WD-RANK                PIC Z(4)9.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 WD-SCORE               PIC ZZ9.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 WD-POLICY              PIC Z(9)9.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 WD-RENEWS              PIC X(10).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 WD-NAME                PIC X(18).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 WD-PHONE               PIC X(16).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WD-PCT-CHANGE          PIC -ZZ9,99.
           05 FILLER                 PIC X(3) VALUE SPACES.

       01  WS-FACTOR-LINE.
           05 FILLER                 PIC X(5) VALUE SPACES.
           05 WD-CUSTOMER            PIC Z(9)9.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 WD-AT-STAKE            PIC Z(8)9.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(2) VALUE 'P '.
           05 WD-PRICE-PTS           PIC ZZ9.
           05 FILLER                 PIC X(3) VALUE ' T '.
           05 WD-TENURE-PTS          PIC ZZ9.
           05 FILLER                 PIC X(3) VALUE ' C '.
           05 WD-CLAIM-PTS           PIC ZZ9.
           05 FILLER                 PIC X(3) VALUE ' A '.
           05 WD-ARREARS-PTS         PIC ZZ9.
           05 FILLER                 PIC X(3) VALUE ' H '.
           05 WD-HH-PTS              PIC ZZ9.
           05 FILLER                 PIC X(3) VALUE ' B '.
           05 WD-CHANNEL-PTS         PIC ZZ9.
           05 FILLER                 PIC X(10) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05 FILLER                 PIC X(24) VALUE
                                     'POLICIES TO CALL ......='.
           05 WT-LISTED              PIC Z(6)9.
           05 FILLER                 PIC X(23) VALUE
                                     '   PREMIUM AT STAKE ..='.
           05 WT-AT-STAKE            PIC Z(10)9.
           05 FILLER                 PIC X(15) VALUE SPACES.

      * Central run-control (RUNLOG) interface
       01  WS-RUNLOG.
           COPY RUNCPY1.

      * SQLCA DB2 communications area
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * Host variables for the churn score table
           EXEC SQL
               INCLUDE CHURNSC
           END-EXEC.

      *    THE MOBILE NUMBER IS THE ONE MOST LIKELY TO BE ANSWERED
      *    DURING THE DAY; THE HOME NUMBER STANDS IN WITHOUT IT.
           EXEC SQL
             DECLARE C1 CURSOR FOR
               SELECT CHURNSCORE.POLICYNUMBER,
                      CHAR(CHURNSCORE.RENEWALDATE, ISO),
                      CHURNSCORE.CUSTOMERNUMBER,
                      CHURNSCORE.SCORE,
                      CHURNSCORE.PCTCHANGE,
                      CHURNSCORE.PRICEPTS,
                      CHURNSCORE.TENUREPTS,
                      CHURNSCORE.CLAIMPTS,
                      CHURNSCORE.ARREARSPTS,
                      CHURNSCORE.HHPTS,
                      CHURNSCORE.CHANNELPTS,
                      CHURNSCORE.HHPREMIUM,
                      COALESCE(CUSTOMER.LASTNAME, ' '),
                      COALESCE(NULLIF(CUSTOMER.PHONEMOBILE, ' '),
                               CUSTOMER.PHONEHOME, ' ')
               FROM   GENASA1.CHURNSCORE CHURNSCORE
               INNER JOIN CUSTOMER
                 ON   CHURNSCORE.CUSTOMERNUMBER =
                      CUSTOMER.CUSTOMERNUMBER
               WHERE  CHURNSCORE.SCOREDATE = CURRENT DATE
                 AND  CHURNSCORE.SCORE >= :WS-CALL-MIN
                 AND  CHURNSCORE.OUTCOME IS NULL
               ORDER BY CHURNSCORE.SCORE DESC,
                        CHURNSCORE.HHPREMIUM DESC,
                        CHURNSCORE.POLICYNUMBER
           END-EXEC.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.
       MAIN.

           PERFORM MARK-RUN-STARTED.

           PERFORM LOAD-WEIGHTS.

           OPEN INPUT RENIN.
           IF RENIN-STATUS NOT = 0 THEN
              DISPLAY 'LGDB2CHN FILE STATUS AT OPEN RENIN '
                      RENIN-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT OFFERIN.
           IF OFFERIN-STATUS NOT = 0 THEN
              DISPLAY 'LGDB2CHN FILE STATUS AT OPEN OFFERIN '
                      OFFERIN-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT CALLOUT.
           IF CALLOUT-STATUS NOT = 0 THEN
              DISPLAY 'LGDB2CHN FILE STATUS AT OPEN CALLOUT '
                      CALLOUT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           DISPLAY '------------------------------------------------'.
           DISPLAY 'LGDB2CHN CHURN SCORING - CALL LIST FROM SCORE '
                   WS-CALL-MIN.

           READ OFFERIN
                AT END SET OI-EOF TO TRUE
           END-READ.
           READ RENIN
                AT END SET RI-EOF TO TRUE
           END-READ.
           PERFORM WITH TEST BEFORE UNTIL RI-EOF

                   ADD 1 TO WS-CNT-READ
                   PERFORM SCORE-ONE-POLICY
                   READ RENIN
                        AT END SET RI-EOF TO TRUE
                   END-READ
           END-PERFORM.

           EXEC SQL COMMIT END-EXEC.

           CLOSE RENIN.
           CLOSE OFFERIN.

           PERFORM OPEN-CURSOR.
           PERFORM FETCH-CURSOR.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0

                   PERFORM REPORT-CALL
                   PERFORM FETCH-CURSOR
           END-PERFORM.

           PERFORM CLOSE-CURSOR.

           MOVE WS-CNT-LISTED TO WT-LISTED.
           MOVE WS-TOTAL-AT-STAKE TO WT-AT-STAKE.
           IF WS-CNT-PAGES = 0 THEN
              PERFORM NEW-PAGE
           END-IF.
           WRITE CALL-RECORD FROM WS-TOTAL-LINE
                 AFTER ADVANCING 3 LINES.

           CLOSE CALLOUT.

           DISPLAY '------------------------------------------------'.
           DISPLAY '  RENEWALS READ.......: ' WS-CNT-READ.
           DISPLAY '  WITH AN OFFER.......: ' WS-CNT-OFFERS.
           DISPLAY '  POLICIES SCORED.....: ' WS-CNT-SCORED.
           DISPLAY '  SCORING ERRORS......: ' WS-CNT-ERRORS.
           DISPLAY '  ON THE CALL LIST....: ' WS-CNT-LISTED.
           DISPLAY '  PREMIUM AT STAKE....: ' WS-TOTAL-AT-STAKE.
           DISPLAY '------------------------------------------------'.

           PERFORM MARK-RUN-ENDED.

           STOP RUN.

      *    THE START CALL DOUBLES AS THE DOUBLE-START GUARD - A ROW
      *    STILL MARKED RUNNING FOR TODAY'S CYCLE STOPS THE JOB.
       MARK-RUN-STARTED.
           MOVE 'LGDB2CHN' TO RUN-JOBNAME.
           MOVE 'S' TO RUN-FUNCTION.
           CALL 'LGRUNLOG' USING WS-RUNLOG.
           IF RUN-RC = 4 THEN
              DISPLAY 'LGDB2CHN ALREADY MARKED RUNNING THIS CYCLE'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF RUN-RC = 6 THEN
              DISPLAY 'LGDB2CHN HELD - PREDECESSOR '
                      RUN-FAILED-PRED ' NOT ENDED CLEANLY'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       MARK-RUN-ENDED.
           MOVE 'E' TO RUN-FUNCTION.
           MOVE WS-CNT-READ TO RUN-RECORDS-READ.
           MOVE WS-CNT-SCORED TO RUN-RECORDS-WRITTEN.
           MOVE WS-CNT-ERRORS TO RUN-RECORDS-REJECTED.
           MOVE RETURN-CODE TO RUN-RETURN-CODE.
           CALL 'LGRUNLOG' USING WS-RUNLOG.

      *----------------------------------------------------------------*
      *    A MISSING UWLIMITS ROW KEEPS THE DEFAULT WEIGHT.
       LOAD-WEIGHTS.
           MOVE 'CHURNWPRICE' TO WS-LIMIT-NAME.
           MOVE WS-W-PRICE TO WS-LIMIT-VALUE.
           PERFORM READ-LIMIT.
           MOVE WS-LIMIT-VALUE TO WS-W-PRICE.

           MOVE 'CHURNWTENURE' TO WS-LIMIT-NAME.
           MOVE WS-W-TENURE TO WS-LIMIT-VALUE.
           PERFORM READ-LIMIT.
           MOVE WS-LIMIT-VALUE TO WS-W-TENURE.

           MOVE 'CHURNWCLAIMS' TO WS-LIMIT-NAME.
           MOVE WS-W-CLAIMS TO WS-LIMIT-VALUE.
           PERFORM READ-LIMIT.
           MOVE WS-LIMIT-VALUE TO WS-W-CLAIMS.

           MOVE 'CHURNWARREAR' TO WS-LIMIT-NAME.
           MOVE WS-W-ARREARS TO WS-LIMIT-VALUE.
           PERFORM READ-LIMIT.
           MOVE WS-LIMIT-VALUE TO WS-W-ARREARS.

           MOVE 'CHURNWHHOLD' TO WS-LIMIT-NAME.
           MOVE WS-W-HOUSEHOLD TO WS-LIMIT-VALUE.
           PERFORM READ-LIMIT.
           MOVE WS-LIMIT-VALUE TO WS-W-HOUSEHOLD.

           MOVE 'CHURNWCHANNL' TO WS-LIMIT-NAME.
           MOVE WS-W-CHANNEL TO WS-LIMIT-VALUE.
           PERFORM READ-LIMIT.
           MOVE WS-LIMIT-VALUE TO WS-W-CHANNEL.

           MOVE 'CHURNCALLMIN' TO WS-LIMIT-NAME.
           MOVE WS-CALL-MIN TO WS-LIMIT-VALUE.
           PERFORM READ-LIMIT.
           MOVE WS-LIMIT-VALUE TO WS-CALL-MIN.
           MOVE WS-CALL-MIN TO WH-CALL-MIN.

       READ-LIMIT.
           EXEC SQL
              SELECT LIMITVALUE
              INTO  :WS-LIMIT-VALUE
              FROM  GENASA1.UWLIMITS
              WHERE LIMITNAME = :WS-LIMIT-NAME
           END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM DISPLAY-SQL-ERROR
           END-IF.
           IF WS-LIMIT-VALUE < 0 THEN
              MOVE 0 TO WS-LIMIT-VALUE
           END-IF.

      *----------------------------------------------------------------*
      *    THE OFFER FILE SKIPS POLICIES LGDB2REN COULD NOT RERATE, SO
      *    A RENEWAL WITHOUT A MATCHING OFFER IS SCORED AS NO CHANGE.
       SCORE-ONE-POLICY.
           MOVE RI-POLICYNUMBER TO WS-POLICYNUMBER.
           MOVE RI-CUSTOMERNUMBER TO WS-CUSTOMERNUMBER.
           MOVE 0 TO WS-PCT-CHANGE.
           IF NOT OI-EOF AND OI-POLICYNUMBER = RI-POLICYNUMBER THEN
              MOVE OI-PCT-CHANGE TO WS-PCT-CHANGE
              ADD 1 TO WS-CNT-OFFERS
              READ OFFERIN
                   AT END SET OI-EOF TO TRUE
              END-READ
           END-IF.

           EXEC SQL
              SELECT CHAR(ISSUEDATE, ISO),
                     COALESCE(BROKERID, 0)
              INTO  :WS-ISSUEDATE,
                    :WS-BROKERID
              FROM  POLICY
              WHERE POLICYNUMBER = :WS-POLICYNUMBER
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              ADD 1 TO WS-CNT-ERRORS
           ELSE
              PERFORM SCORE-POLICY-ROW
           END-IF.

       SCORE-POLICY-ROW.
           INITIALIZE DCLCHURNSCORE.
           MOVE WS-POLICYNUMBER TO POLICYNUMBER OF DCLCHURNSCORE.
           MOVE RI-EXPIRYDATE TO RENEWALDATE OF DCLCHURNSCORE.
           MOVE WS-CUSTOMERNUMBER TO CUSTOMERNUMBER OF DCLCHURNSCORE.
           MOVE WS-PCT-CHANGE TO PCTCHANGE OF DCLCHURNSCORE.

           PERFORM SCORE-PRICE.
           PERFORM SCORE-TENURE.
           PERFORM SCORE-CLAIMS.
           PERFORM SCORE-ARREARS.
           PERFORM SCORE-HOUSEHOLD.
           PERFORM SCORE-CHANNEL.

           COMPUTE SCORE OF DCLCHURNSCORE =
                   PRICEPTS + TENUREPTS + CLAIMPTS +
                   ARREARSPTS + HHPTS + CHANNELPTS.

           PERFORM SAVE-CHURN-SCORE.

       SCORE-PRICE.
           EVALUATE TRUE
              WHEN WS-PCT-CHANGE >= 15
                 MOVE WS-W-PRICE TO PRICEPTS
              WHEN WS-PCT-CHANGE >= 10
                 COMPUTE PRICEPTS = WS-W-PRICE * 2 / 3
              WHEN WS-PCT-CHANGE >= 5
                 COMPUTE PRICEPTS = WS-W-PRICE / 3
              WHEN OTHER
                 MOVE 0 TO PRICEPTS
           END-EVALUATE.

      *    TENURE RUNS FROM THE TRUE INCEPTION THE RENEWHIST TRAIL
      *    REMEMBERS, AS IN LGDB2REN, TO THE RENEWAL DATE.
       SCORE-TENURE.
           MOVE WS-ISSUEDATE TO WS-INCEPTION.
           EXEC SQL
              SELECT MIN(OLDISSUEDATE)
              INTO  :WS-INCEPTION :WS-INCEPT-IND
              FROM  GENASA1.RENEWHIST
              WHERE POLICYNUMBER = :WS-POLICYNUMBER
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-INCEPT-IND < 0 THEN
              MOVE WS-ISSUEDATE TO WS-INCEPTION
           END-IF.
           MOVE WS-INCEPTION(1:4) TO WS-INCEPT-YEAR.
           MOVE RI-EXPIRYDATE(1:4) TO WS-RENEWAL-YEAR.
           IF WS-RENEWAL-YEAR > WS-INCEPT-YEAR THEN
              COMPUTE TENUREYEARS = WS-RENEWAL-YEAR - WS-INCEPT-YEAR
           ELSE
              MOVE 0 TO TENUREYEARS
           END-IF.
           EVALUATE TRUE
              WHEN TENUREYEARS < 2
                 MOVE WS-W-TENURE TO TENUREPTS
              WHEN TENUREYEARS < 5
                 COMPUTE TENUREPTS = WS-W-TENURE / 2
              WHEN OTHER
                 MOVE 0 TO TENUREPTS
           END-EVALUATE.

       SCORE-CLAIMS.
           EXEC SQL
              SELECT COUNT(*)
              INTO  :WS-CLAIM-COUNT
              FROM  CLAIM, POLICY
              WHERE CLAIM.POLICYNUMBER = POLICY.POLICYNUMBER
                AND POLICY.CUSTOMERNUMBER = :WS-CUSTOMERNUMBER
                AND CLAIM.CLAIMDATE > CURRENT DATE - 12 MONTHS
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              MOVE 0 TO WS-CLAIM-COUNT
           END-IF.
           IF WS-CLAIM-COUNT > 999 THEN
              MOVE 999 TO WS-CLAIM-COUNT
           END-IF.
           MOVE WS-CLAIM-COUNT TO CLAIMCOUNT.
           EVALUATE TRUE
              WHEN WS-CLAIM-COUNT > 1
                 MOVE WS-W-CLAIMS TO CLAIMPTS
              WHEN WS-CLAIM-COUNT = 1
                 COMPUTE CLAIMPTS = WS-W-CLAIMS / 2
              WHEN OTHER
                 MOVE 0 TO CLAIMPTS
           END-EVALUATE.

      *    THE CUSTLEDGER BALANCE LGDB2LED MAINTAINS - POSITIVE
      *    MEANS THE CUSTOMER OWES US.
       SCORE-ARREARS.
           EXEC SQL
              SELECT SUM(AMOUNT)
              INTO  :WS-BALANCE :WS-BALANCE-IND
              FROM  GENASA1.CUSTLEDGER
              WHERE CUSTOMERNUMBER = :WS-CUSTOMERNUMBER
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-BALANCE-IND < 0 THEN
              MOVE 0 TO WS-BALANCE
           END-IF.
           IF WS-BALANCE > 0 THEN
              MOVE WS-BALANCE TO ARREARS
              MOVE WS-W-ARREARS TO ARREARSPTS
           ELSE
              MOVE 0 TO ARREARS
              MOVE 0 TO ARREARSPTS
           END-IF.

      *    THE HOUSEHOLD ROW LGDB2HHD KEEPS GIVES THE POLICY COUNT AND
      *    THE MEMBERS WHOSE PREMIUM GOES WITH THE CUSTOMER IF THEY
      *    LEAVE; A CUSTOMER WITHOUT ONE STANDS ALONE.
       SCORE-HOUSEHOLD.
           EXEC SQL
              SELECT POLICYCOUNT
              INTO  :WS-HH-COUNT
              FROM  GENASA1.HOUSEHOLD
              WHERE CUSTOMERNUMBER = :WS-CUSTOMERNUMBER
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              EXEC SQL
                 SELECT COUNT(*)
                 INTO  :WS-HH-COUNT
                 FROM  POLICY
                 WHERE CUSTOMERNUMBER = :WS-CUSTOMERNUMBER
                   AND NOT EXISTS
                       (SELECT 1 FROM GENASA1.POLCANCEL
                         WHERE GENASA1.POLCANCEL.POLICYNUMBER =
                               POLICY.POLICYNUMBER)
              END-EXEC
              IF SQLCODE NOT = 0 THEN
                 PERFORM DISPLAY-SQL-ERROR
                 MOVE 1 TO WS-HH-COUNT
              END-IF
           END-IF.
           IF WS-HH-COUNT > 999 THEN
              MOVE 999 TO WS-HH-COUNT
           END-IF.
           MOVE WS-HH-COUNT TO HHPOLICIES.
           EVALUATE TRUE
              WHEN WS-HH-COUNT < 2
                 MOVE WS-W-HOUSEHOLD TO HHPTS
              WHEN WS-HH-COUNT = 2
                 COMPUTE HHPTS = WS-W-HOUSEHOLD / 2
              WHEN OTHER
                 MOVE 0 TO HHPTS
           END-EVALUATE.

           EXEC SQL
              SELECT COALESCE(SUM(PAYMENT), 0)
              INTO  :WS-HH-PREMIUM
              FROM  POLICY
              WHERE (CUSTOMERNUMBER = :WS-CUSTOMERNUMBER
                     OR CUSTOMERNUMBER IN
                        (SELECT H2.CUSTOMERNUMBER
                           FROM GENASA1.HOUSEHOLD H1,
                                GENASA1.HOUSEHOLD H2
                          WHERE H1.CUSTOMERNUMBER = :WS-CUSTOMERNUMBER
                            AND H2.HOUSEHOLDID = H1.HOUSEHOLDID))
                AND NOT EXISTS
                    (SELECT 1 FROM GENASA1.POLCANCEL
                      WHERE GENASA1.POLCANCEL.POLICYNUMBER =
                            POLICY.POLICYNUMBER)
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              MOVE 0 TO WS-HH-PREMIUM
           END-IF.
           MOVE WS-HH-PREMIUM TO HHPREMIUM.

      *    BUSINESS PLACED THROUGH A BROKER IS THE EASIEST TO MOVE
      *    AT RENEWAL - THE BROKER SHOPS IT AROUND.
       SCORE-CHANNEL.
           IF WS-BROKERID > 0 THEN
              MOVE 'B' TO CHANNEL
              MOVE WS-W-CHANNEL TO CHANNELPTS
           ELSE
              MOVE 'D' TO CHANNEL
              MOVE 0 TO CHANNELPTS
           END-IF.

      *    A RERUN RESCORES THE ROW; THE OUTCOME COLUMNS ARE NOT
      *    TOUCHED, SO A CALL ALREADY MADE STAYS RECORDED.
       SAVE-CHURN-SCORE.
           EXEC SQL
              UPDATE GENASA1.CHURNSCORE
                 SET CUSTOMERNUMBER = :CUSTOMERNUMBER,
                     SCOREDATE      = CURRENT DATE,
                     SCORE          = :SCORE,
                     PCTCHANGE      = :PCTCHANGE,
                     PRICEPTS       = :PRICEPTS,
                     TENUREYEARS    = :TENUREYEARS,
                     TENUREPTS      = :TENUREPTS,
                     CLAIMCOUNT     = :CLAIMCOUNT,
                     CLAIMPTS       = :CLAIMPTS,
                     ARREARS        = :ARREARS,
                     ARREARSPTS     = :ARREARSPTS,
                     HHPOLICIES     = :HHPOLICIES,
                     HHPTS          = :HHPTS,
                     CHANNEL        = :CHANNEL,
                     CHANNELPTS     = :CHANNELPTS,
                     HHPREMIUM      = :HHPREMIUM
               WHERE POLICYNUMBER = :POLICYNUMBER
                 AND RENEWALDATE  = :RENEWALDATE
           END-EXEC.
           IF SQLCODE = 100 THEN
              EXEC SQL
                 INSERT INTO GENASA1.CHURNSCORE
                           ( POLICYNUMBER,
                             RENEWALDATE,
                             CUSTOMERNUMBER,
                             SCOREDATE,
                             SCORE,
                             PCTCHANGE,
                             PRICEPTS,
                             TENUREYEARS,
                             TENUREPTS,
                             CLAIMCOUNT,
                             CLAIMPTS,
                             ARREARS,
                             ARREARSPTS,
                             HHPOLICIES,
                             HHPTS,
                             CHANNEL,
                             CHANNELPTS,
                             HHPREMIUM )
                    VALUES ( :POLICYNUMBER,
                             :RENEWALDATE,
                             :CUSTOMERNUMBER,
                             CURRENT DATE,
                             :SCORE,
                             :PCTCHANGE,
                             :PRICEPTS,
                             :TENUREYEARS,
                             :TENUREPTS,
                             :CLAIMCOUNT,
                             :CLAIMPTS,
                             :ARREARS,
                             :ARREARSPTS,
                             :HHPOLICIES,
                             :HHPTS,
                             :CHANNEL,
                             :CHANNELPTS,
                             :HHPREMIUM )
              END-EXEC
           END-IF.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              ADD 1 TO WS-CNT-ERRORS
           ELSE
              ADD 1 TO WS-CNT-SCORED
           END-IF.

      *----------------------------------------------------------------*
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
                 INTO :POLICYNUMBER,
                      :RENEWALDATE,
                      :CUSTOMERNUMBER,
                      :SCORE,
                      :PCTCHANGE,
                      :PRICEPTS,
                      :TENUREPTS,
                      :CLAIMPTS,
                      :ARREARSPTS,
                      :HHPTS,
                      :CHANNELPTS,
                      :HHPREMIUM,
                      :WS-FETCH-LASTNAME,
                      :WS-FETCH-PHONE
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
      *    TWENTY CALLS TO A PAGE SO THE LIST CAN BE SHARED OUT
      *    ACROSS THE RETENTION TEAM A PAGE AT A TIME.
       REPORT-CALL.
           IF WS-CNT-ON-PAGE = 0 OR WS-CNT-ON-PAGE >= 20 THEN
              PERFORM NEW-PAGE
           END-IF.
           ADD 1 TO WS-CNT-LISTED.
           ADD 1 TO WS-CNT-ON-PAGE.
           ADD HHPREMIUM TO WS-TOTAL-AT-STAKE.
           MOVE WS-CNT-LISTED TO WD-RANK.
           MOVE SCORE TO WD-SCORE.
           MOVE POLICYNUMBER OF DCLCHURNSCORE TO WD-POLICY.
           MOVE RENEWALDATE OF DCLCHURNSCORE TO WD-RENEWS.
           MOVE WS-FETCH-LASTNAME TO WD-NAME.
           MOVE WS-FETCH-PHONE TO WD-PHONE.
           MOVE PCTCHANGE TO WD-PCT-CHANGE.
           WRITE CALL-RECORD FROM WS-DETAIL-LINE
                 AFTER ADVANCING 2 LINES.
           MOVE CUSTOMERNUMBER OF DCLCHURNSCORE TO WD-CUSTOMER.
           MOVE HHPREMIUM TO WD-AT-STAKE.
           MOVE PRICEPTS TO WD-PRICE-PTS.
           MOVE TENUREPTS TO WD-TENURE-PTS.
           MOVE CLAIMPTS TO WD-CLAIM-PTS.
           MOVE ARREARSPTS TO WD-ARREARS-PTS.
           MOVE HHPTS TO WD-HH-PTS.
           MOVE CHANNELPTS TO WD-CHANNEL-PTS.
           WRITE CALL-RECORD FROM WS-FACTOR-LINE
                 AFTER ADVANCING 1 LINE.

       NEW-PAGE.
           ADD 1 TO WS-CNT-PAGES.
           MOVE 0 TO WS-CNT-ON-PAGE.
           MOVE WS-CNT-PAGES TO WH-PAGE.
           WRITE CALL-RECORD FROM WS-PAGE-HEADING
                 AFTER ADVANCING PAGE.
           WRITE CALL-RECORD FROM WS-COLUMN-HEADING
                 AFTER ADVANCING 2 LINES.
           WRITE CALL-RECORD FROM WS-COLUMN-HEADING-2
                 AFTER ADVANCING 1 LINE.

      *----------------------------------------------------------------*
       DISPLAY-SQL-ERROR.

           DISPLAY 'SQLERROR'
           DISPLAY 'SQLCODE  ' SQLCODE
           DISPLAY 'SQLSTATE ' SQLSTATE.
           MOVE 'LGDB2CHN' TO ERR-PROGRAM.
           MOVE SPACES TO ERR-PARAGRAPH.
           MOVE SPACES TO ERR-KEY-VALUES.
           MOVE SQLCODE TO ERR-SQLCODE.
           MOVE SQLSTATE TO ERR-SQLSTATE.
           MOVE SQLERRMC TO ERR-SQLERRMC.
           CALL 'LGSQLERR' USING WS-SQLERR.

       END PROGRAM LGDB2CHN.
