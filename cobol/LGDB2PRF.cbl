       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGDB2PRF.
      *    ANNUAL CUSTOMER AND HOUSEHOLD PROFITABILITY. OVER THE
      *    THREE YEARS UP TO THE REPORTING DATE ON SYSIN
      *    (YYYY-MM-DD, DEFAULTS TO TODAY) EACH CUSTOMER IS
      *    CREDITED WITH THE PREMIUM EARNED IN THE WINDOW (PRO-RATA
      *    OVER ISSUEDATE TO EXPIRYDATE, STOPPING AT ANY
      *    CANCELDATE, AS LGDB2UPR EARNS IT) AND CHARGED WITH THE
      *    CLAIMS PAID IN THE WINDOW, THE RESERVE STILL HELD ON
      *    CLAIMS NOTIFIED IN IT (VALUE MINUS PAID, AS LGDB2RSV),
      *    THE BROKER COMMISSION EARNED ALONGSIDE THE PREMIUM AND
      *    THE STATUTORY INTEREST PAID ON LATE CLAIMS (PAYMENTTYPE
      *    'N', AS LGDB2INT). CUSTOMERS ARE ROLLED UP INTO THE
      *    HOUSEHOLDS LGDB2HHD DERIVED - A CUSTOMER WITH NO
      *    HOUSEHOLD ROW IS A HOUSEHOLD OF ONE. BOTH LEVELS ARE
      *    KEPT ON CUSTPROFIT AND RANKED INTO PROFITABILITY DECILES
      *    BY PROFIT MARGIN (DECILE 1 IS THE MOST PROFITABLE TENTH
      *    OF THE BOOK), WRITTEN TO THE PRFOUT EXTRACT FOR THE
      *    PRICING AND RETENTION TEAMS ('C' CUSTOMER AND 'H'
      *    HOUSEHOLD RECORDS, ENDED BY A 'T' CONTROL TRAILER) AND
      *    SUMMARISED BY DECILE WITH THE PRODUCT MIX IN EACH. A
      *    RERUN FOR THE SAME REPORTING DATE REPLACES ITS ROWS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRFOUT ASSIGN TO PRFOUT
               FILE STATUS IS PRFOUT-STATUS
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.

       FILE SECTION.
       FD PRFOUT RECORDING MODE F.
       01 PRFOUT-RECORD              PIC X(120).

       WORKING-STORAGE SECTION.

       01 PRFOUT-STATUS              PIC 99.

       01  WS-REPORT-CARD               PIC X(10).
       01  WS-REPORT-DATE               PIC X(10).
       01  WS-WINDOW-START              PIC X(10).
       01  WS-WINDOW-YEAR               PIC 9999.
       01  WS-TODAY.
           05 WS-TODAY-YEAR   PIC 9999.
           05 WS-TODAY-MONTH  PIC 99.
           05 WS-TODAY-DAY    PIC 99.

       01  WS-FETCH-HOUSEHOLD           PIC S9(9) COMP.
       01  WS-FETCH-CUSTOMER            PIC S9(9) COMP.
       01  WS-FETCH-TYPE                PIC X(1).
       01  DB2-PAYMENT-INT              PIC S9(9) COMP.
       01  DB2-COMMISSION-INT           PIC S9(9) COMP.
       01  DB2-TERM-DAYS                PIC S9(9) COMP.
       01  DB2-START-OFFSET             PIC S9(9) COMP.
       01  DB2-END-OFFSET               PIC S9(9) COMP.
       01  DB2-STOP-OFFSET              PIC S9(9) COMP.
       01  DB2-CLAIMS-PAID              PIC S9(9) COMP.
       01  DB2-INTEREST                 PIC S9(9) COMP.
       01  DB2-RESERVED                 PIC S9(9) COMP.

       01  WS-COVER-FROM                PIC S9(9) COMP.
       01  WS-COVER-TO                  PIC S9(9) COMP.
       01  WS-EARNED                    PIC S9(9) COMP.
       01  WS-COMM-EARNED               PIC S9(9) COMP.

      *    THE CUSTOMER BEING ACCUMULATED AND THE HOUSEHOLD IT
      *    BELONGS TO - THE CURSOR ARRIVES IN HOUSEHOLD, CUSTOMER
      *    ORDER SO BOTH BREAK CLEANLY.
       01  WS-CUST-PROFILE.
           05 WS-CUST-NUMBER            PIC S9(9) COMP.
           05 WS-CUST-PRODUCTS          PIC X(10).
           05 WS-CUST-EARNED            PIC S9(9) COMP.
           05 WS-CUST-CLAIMS-PAID       PIC S9(9) COMP.
           05 WS-CUST-RESERVED          PIC S9(9) COMP.
           05 WS-CUST-COMMISSION        PIC S9(9) COMP.
           05 WS-CUST-INTEREST          PIC S9(9) COMP.
           05 WS-CUST-PROFIT            PIC S9(9) COMP.
       01  WS-HH-PROFILE.
           05 WS-HH-NUMBER              PIC S9(9) COMP.
           05 WS-HH-MEMBERS             PIC S9(4) COMP.
           05 WS-HH-PRODUCTS            PIC X(10).
           05 WS-HH-EARNED              PIC S9(9) COMP.
           05 WS-HH-CLAIMS-PAID         PIC S9(9) COMP.
           05 WS-HH-RESERVED            PIC S9(9) COMP.
           05 WS-HH-COMMISSION          PIC S9(9) COMP.
           05 WS-HH-INTEREST            PIC S9(9) COMP.
           05 WS-HH-PROFIT              PIC S9(9) COMP.

      *    PRODUCT-LETTER MERGE: ADDS WS-PROD-LETTER TO
      *    WS-PROD-STRING UNLESS ALREADY THERE.
       01  WS-PROD-STRING               PIC X(10).
       01  WS-PROD-LETTER               PIC X(1).
       01  WS-PROD-IDX                  PIC S9(4) COMP.
       01  WS-PROD-POS                  PIC S9(4) COMP.

      *    ROW BEING STORED ON, OR READ BACK FROM, CUSTPROFIT.
       01  WS-LEVEL                     PIC X(1).
       01  DB2-KEYNUMBER                PIC S9(9) COMP.
       01  DB2-HOUSEHOLDID              PIC S9(9) COMP.
       01  DB2-MEMBERS                  PIC S9(4) COMP.
       01  DB2-PRODUCTS                 PIC X(10).
       01  DB2-EARNED-INT               PIC S9(9) COMP.
       01  DB2-CLAIMSPAID-INT           PIC S9(9) COMP.
       01  DB2-RESERVED-INT             PIC S9(9) COMP.
       01  DB2-COMMISSION-SUM           PIC S9(9) COMP.
       01  DB2-INTEREST-INT             PIC S9(9) COMP.
       01  DB2-PROFIT-INT               PIC S9(9) COMP.
       01  DB2-DECILE                   PIC S9(4) COMP.

       01  WS-LEVEL-COUNT               PIC S9(9) COMP.
       01  WS-LEVEL-ROW                 PIC S9(9) COMP.
       01  WS-COST                      PIC S9(9) COMP.
       01  WS-MARGIN                    PIC S9(5)V99 COMP-3.

      *    DECILE SUMMARY FOR THE LEVEL BEING RANKED, WITH A COUNT
      *    OF HOLDERS PER PRODUCT LETTER IN WS-MIX-LETTERS.
       01  WS-DECILE-TABLE.
           05 WS-DEC-ENTRY OCCURS 10 TIMES.
              10 WS-DEC-COUNT           PIC S9(9) COMP.
              10 WS-DEC-EARNED          PIC S9(11) COMP.
              10 WS-DEC-CLAIMS          PIC S9(11) COMP.
              10 WS-DEC-COMMISSION      PIC S9(11) COMP.
              10 WS-DEC-PROFIT          PIC S9(11) COMP.
              10 WS-DEC-MIX             PIC S9(9) COMP
                                        OCCURS 10 TIMES.
       01  WS-MIX-LETTERS               PIC X(10).
       01  WS-MIX-IDX                   PIC S9(4) COMP.
       01  WS-DEC-IDX                   PIC S9(4) COMP.
       01  WS-DEC-LOSS-RATIO            PIC S9(5)V9 COMP-3.
       01  WS-DEC-MARGIN                PIC S9(5)V9 COMP-3.

       01  WS-DISP-DECILE               PIC Z9.
       01  WS-DISP-COUNT                PIC Z(6)9.
       01  WS-DISP-EARNED               PIC -(10)9.
       01  WS-DISP-CLAIMS               PIC -(10)9.
       01  WS-DISP-COMMISSION           PIC -(10)9.
       01  WS-DISP-PROFIT               PIC -(10)9.
       01  WS-DISP-RATIO                PIC -(5)9,9.
       01  WS-DISP-MARGIN               PIC -(5)9,9.
       01  WS-DISP-MIX                  PIC Z(6)9.
       01  WS-MIX-LINE                  PIC X(90).
       01  WS-MIX-PTR                   PIC S9(4) COMP.

      *    FIXED EXTRACT LAYOUTS - RECORD TYPE IN BYTE 1.
       01  WS-PROFILE-EXT-RECORD.
           05 PX-RECORD-TYPE         PIC X(1).
           05 PX-KEYNUMBER           PIC 9(9).
           05 PX-HOUSEHOLDID         PIC 9(9).
           05 PX-MEMBERS             PIC 9(4).
           05 PX-PRODUCTS            PIC X(10).
           05 PX-DECILE              PIC 9(2).
           05 PX-EARNED              PIC 9(9).
           05 PX-CLAIMSPAID          PIC 9(9).
           05 PX-RESERVED            PIC 9(9).
           05 PX-COMMISSION          PIC 9(9).
           05 PX-INTEREST            PIC 9(9).
           05 PX-PROFIT              PIC S9(9) SIGN LEADING
                                               SEPARATE.
           05 PX-MARGIN-PCT          PIC S9(5)V99 SIGN LEADING
                                               SEPARATE.
           05 PX-REPORTDATE          PIC X(10).
           05 FILLER                 PIC X(12) VALUE SPACES.

       01  WS-TRAILER-RECORD.
           05 TR-RECORD-TYPE         PIC X(1) VALUE 'T'.
           05 TR-CUSTOMER-COUNT      PIC 9(9).
           05 TR-HOUSEHOLD-COUNT     PIC 9(9).
           05 TR-EARNED-TOTAL        PIC 9(13).
           05 TR-PROFIT-TOTAL        PIC S9(13) SIGN LEADING
                                               SEPARATE.
           05 TR-WINDOW-START        PIC X(10).
           05 TR-REPORTDATE          PIC X(10).
           05 FILLER                 PIC X(54) VALUE SPACES.

       01  WS-CNT-POLICIES              PIC 9(9) VALUE 0.
       01  WS-CNT-CUSTOMERS             PIC 9(9) VALUE 0.
       01  WS-CNT-HOUSEHOLDS            PIC 9(9) VALUE 0.
       01  WS-CNT-WRITTEN               PIC 9(9) VALUE 0.
       01  WS-EARNED-TOTAL              PIC S9(13) COMP-3 VALUE 0.
       01  WS-PROFIT-TOTAL              PIC S9(13) COMP-3 VALUE 0.

      * Central run-control (RUNLOG) interface
       01  WS-RUNLOG.
           COPY RUNCPY1.

      * SQLCA DB2 communications area
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    EVERY POLICY WRITTEN BY THE REPORTING DATE WITH ITS
      *    HOUSEHOLD, ITS COVER AS DAY OFFSETS FROM ISSUEDATE (THE
      *    TERM, THE WINDOW START AND END, AND WHERE COVER STOPS)
      *    AND THE CLAIM COSTS THAT FALL IN THE WINDOW.
           EXEC SQL
             DECLARE C1 CURSOR FOR
               SELECT COALESCE(GENASA1.HOUSEHOLD.HOUSEHOLDID,
                               POLICY.CUSTOMERNUMBER),
                      POLICY.CUSTOMERNUMBER,
                      POLICY.POLICYTYPE,
                      COALESCE(POLICY.PAYMENT, 0),
                      CASE WHEN POLICY.BROKERID > 0
                           THEN COALESCE(POLICY.PAYMENT, 0) *
                                COALESCE(POLICY.COMMISSION, 0)
                                / 100
                           ELSE 0 END,
                      DAYS(POLICY.EXPIRYDATE) -
                      DAYS(POLICY.ISSUEDATE),
                      DAYS(:WS-WINDOW-START) -
                      DAYS(POLICY.ISSUEDATE),
                      DAYS(:WS-REPORT-DATE) -
                      DAYS(POLICY.ISSUEDATE),
                      DAYS(COALESCE(GENASA1.POLCANCEL.CANCELDATE,
                                    POLICY.EXPIRYDATE)) -
                      DAYS(POLICY.ISSUEDATE),
                      (SELECT COALESCE(SUM(GENASA1.CLAIMPAYMENT.AMOUNT),
                                       0)
                       FROM   GENASA1.CLAIMPAYMENT, CLAIM
                       WHERE  GENASA1.CLAIMPAYMENT.CLAIMNUMBER =
                              CLAIM.CLAIMNUMBER
                         AND  CLAIM.POLICYNUMBER =
                              POLICY.POLICYNUMBER
                         AND  COALESCE(
                              GENASA1.CLAIMPAYMENT.PAYMENTTYPE, ' ')
                              <> 'N'
                         AND  GENASA1.CLAIMPAYMENT.PAYMENTDATE
                              BETWEEN :WS-WINDOW-START
                                  AND :WS-REPORT-DATE),
                      (SELECT COALESCE(SUM(GENASA1.CLAIMPAYMENT.AMOUNT),
                                       0)
                       FROM   GENASA1.CLAIMPAYMENT, CLAIM
                       WHERE  GENASA1.CLAIMPAYMENT.CLAIMNUMBER =
                              CLAIM.CLAIMNUMBER
                         AND  CLAIM.POLICYNUMBER =
                              POLICY.POLICYNUMBER
                         AND  GENASA1.CLAIMPAYMENT.PAYMENTTYPE = 'N'
                         AND  GENASA1.CLAIMPAYMENT.PAYMENTDATE
                              BETWEEN :WS-WINDOW-START
                                  AND :WS-REPORT-DATE),
                      (SELECT COALESCE(SUM(CLAIM.VALUE - CLAIM.PAID),
                                       0)
                       FROM   CLAIM
                       WHERE  CLAIM.POLICYNUMBER =
                              POLICY.POLICYNUMBER
                         AND  CLAIM.VALUE > CLAIM.PAID
                         AND  CLAIM.CLAIMDATE
                              BETWEEN :WS-WINDOW-START
                                  AND :WS-REPORT-DATE)
               FROM POLICY
               LEFT OUTER JOIN GENASA1.POLCANCEL
                 ON  GENASA1.POLCANCEL.POLICYNUMBER =
                     POLICY.POLICYNUMBER
               LEFT OUTER JOIN GENASA1.HOUSEHOLD
                 ON  GENASA1.HOUSEHOLD.CUSTOMERNUMBER =
                     POLICY.CUSTOMERNUMBER
               WHERE POLICY.ISSUEDATE <= :WS-REPORT-DATE
               ORDER BY 1, 2
           END-EXEC.

      *    ONE LEVEL OF THE BOOK ('C' OR 'H') MOST PROFITABLE
      *    FIRST BY MARGIN ON EARNED PREMIUM. A PROFILE THAT EARNED
      *    NOTHING IN THE WINDOW BUT STILL COST MONEY RANKS LAST.
           EXEC SQL
             DECLARE C2 CURSOR FOR
               SELECT KEYNUMBER,
                      HOUSEHOLDID,
                      MEMBERS,
                      PRODUCTS,
                      EARNED,
                      CLAIMSPAID,
                      RESERVED,
                      COMMISSION,
                      INTEREST,
                      PROFIT
               FROM   GENASA1.CUSTPROFIT
               WHERE  REPORTDATE = :WS-REPORT-DATE
                 AND  PROFILELEVEL = :WS-LEVEL
               ORDER BY CASE WHEN EARNED > 0
                             THEN DECIMAL(PROFIT, 15, 2) * 100
                                  / EARNED
                             ELSE -9999999 END DESC,
                        PROFIT DESC,
                        KEYNUMBER
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
           MOVE SPACES TO WS-REPORT-DATE.
           STRING WS-TODAY-YEAR '-' WS-TODAY-MONTH '-' WS-TODAY-DAY
                  DELIMITED BY SIZE INTO WS-REPORT-DATE.
           ACCEPT WS-REPORT-CARD FROM SYSIN.
           IF WS-REPORT-CARD(5:1) = '-' AND
              WS-REPORT-CARD(8:1) = '-' THEN
              MOVE WS-REPORT-CARD TO WS-REPORT-DATE
           END-IF.

      *    THE WINDOW OPENS THREE YEARS BEFORE THE REPORTING DATE.
      *    A 29 FEBRUARY REPORTING DATE LOOKS BACK TO 28 FEBRUARY.
           MOVE WS-REPORT-DATE TO WS-WINDOW-START.
           MOVE WS-REPORT-DATE(1:4) TO WS-WINDOW-YEAR.
           SUBTRACT 3 FROM WS-WINDOW-YEAR.
           MOVE WS-WINDOW-YEAR TO WS-WINDOW-START(1:4).
           IF WS-WINDOW-START(6:5) = '02-29' THEN
              MOVE '28' TO WS-WINDOW-START(9:2)
           END-IF.

           OPEN OUTPUT PRFOUT.
           IF PRFOUT-STATUS NOT = 0 THEN
              DISPLAY 'LGDB2PRF FILE STATUS AT OPEN PRFOUT '
                      PRFOUT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM MARK-RUN-ENDED
              STOP RUN
           END-IF.

           PERFORM CLEAR-PREVIOUS-RUN.

           INITIALIZE WS-CUST-PROFILE.
           INITIALIZE WS-HH-PROFILE.
           PERFORM OPEN-CURSOR.
           PERFORM FETCH-CURSOR.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0

                   ADD 1 TO WS-CNT-POLICIES
                   PERFORM PROFILE-ONE-POLICY
                   PERFORM FETCH-CURSOR
           END-PERFORM.

           PERFORM CLOSE-CURSOR.

           IF WS-CUST-PRODUCTS NOT = SPACES THEN
              PERFORM STORE-CUSTOMER-PROFILE
           END-IF.
           IF WS-HH-MEMBERS > 0 THEN
              PERFORM STORE-HOUSEHOLD-PROFILE
           END-IF.

           DISPLAY '------------------------------------------------'
                   '--------------------------'.
           DISPLAY 'LGDB2PRF CUSTOMER AND HOUSEHOLD PROFITABILITY '
                   WS-WINDOW-START ' TO ' WS-REPORT-DATE.

           MOVE 'C' TO WS-LEVEL.
           PERFORM RANK-ONE-LEVEL.
           MOVE 'H' TO WS-LEVEL.
           PERFORM RANK-ONE-LEVEL.

           MOVE WS-CNT-CUSTOMERS TO TR-CUSTOMER-COUNT.
           MOVE WS-CNT-HOUSEHOLDS TO TR-HOUSEHOLD-COUNT.
           MOVE WS-EARNED-TOTAL TO TR-EARNED-TOTAL.
           MOVE WS-PROFIT-TOTAL TO TR-PROFIT-TOTAL.
           MOVE WS-WINDOW-START TO TR-WINDOW-START.
           MOVE WS-REPORT-DATE TO TR-REPORTDATE.
           WRITE PRFOUT-RECORD FROM WS-TRAILER-RECORD.
           CLOSE PRFOUT.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY '------------------------------------------------'
                   '--------------------------'.
           DISPLAY 'POLICIES READ...........: ' WS-CNT-POLICIES.
           DISPLAY 'CUSTOMERS PROFILED......: ' WS-CNT-CUSTOMERS.
           DISPLAY 'HOUSEHOLDS PROFILED.....: ' WS-CNT-HOUSEHOLDS.
           DISPLAY 'EXTRACT RECORDS WRITTEN.: ' WS-CNT-WRITTEN.
           DISPLAY '------------------------------------------------'
                   '--------------------------'.

           PERFORM MARK-RUN-ENDED.

           STOP RUN.

      *    THE START CALL DOUBLES AS THE DOUBLE-START GUARD - A ROW
      *    STILL MARKED RUNNING FOR TODAY'S CYCLE STOPS THE JOB.
       MARK-RUN-STARTED.
           MOVE 'LGDB2PRF' TO RUN-JOBNAME.
           MOVE 'S' TO RUN-FUNCTION.
           CALL 'LGRUNLOG' USING WS-RUNLOG.
           IF RUN-RC = 4 THEN
              DISPLAY 'LGDB2PRF ALREADY MARKED RUNNING THIS CYCLE'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF RUN-RC = 6 THEN
              DISPLAY 'LGDB2PRF HELD - PREDECESSOR '
                      RUN-FAILED-PRED ' NOT ENDED CLEANLY'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       MARK-RUN-ENDED.
           MOVE 'E' TO RUN-FUNCTION.
           MOVE WS-CNT-POLICIES TO RUN-RECORDS-READ.
           MOVE WS-CNT-WRITTEN TO RUN-RECORDS-WRITTEN.
           MOVE 0 TO RUN-RECORDS-REJECTED.
           MOVE RETURN-CODE TO RUN-RETURN-CODE.
           CALL 'LGRUNLOG' USING WS-RUNLOG.

      *    A RERUN FOR THE SAME REPORTING DATE REPLACES ITS OWN
      *    PROFILES RATHER THAN DOUBLING THEM.
       CLEAR-PREVIOUS-RUN.
           EXEC SQL
              DELETE FROM GENASA1.CUSTPROFIT
              WHERE REPORTDATE = :WS-REPORT-DATE
           END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM ABEND-ON-SQL-ERROR
           END-IF.

      *----------------------------------------------------------------*
       OPEN-CURSOR.

            EXEC SQL OPEN C1 END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM ABEND-ON-SQL-ERROR
           END-IF.

       FETCH-CURSOR.

             EXEC SQL
                 FETCH C1
                 INTO :WS-FETCH-HOUSEHOLD,
                      :WS-FETCH-CUSTOMER,
                      :WS-FETCH-TYPE,
                      :DB2-PAYMENT-INT,
                      :DB2-COMMISSION-INT,
                      :DB2-TERM-DAYS,
                      :DB2-START-OFFSET,
                      :DB2-END-OFFSET,
                      :DB2-STOP-OFFSET,
                      :DB2-CLAIMS-PAID,
                      :DB2-INTEREST,
                      :DB2-RESERVED
             END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM ABEND-ON-SQL-ERROR
           END-IF.

       CLOSE-CURSOR.

            EXEC SQL CLOSE C1 END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
           END-IF.

       OPEN-RANK-CURSOR.

            EXEC SQL OPEN C2 END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM ABEND-ON-SQL-ERROR
           END-IF.

       FETCH-RANK-CURSOR.

             EXEC SQL
                 FETCH C2
                 INTO :DB2-KEYNUMBER,
                      :DB2-HOUSEHOLDID,
                      :DB2-MEMBERS,
                      :DB2-PRODUCTS,
                      :DB2-EARNED-INT,
                      :DB2-CLAIMSPAID-INT,
                      :DB2-RESERVED-INT,
                      :DB2-COMMISSION-SUM,
                      :DB2-INTEREST-INT,
                      :DB2-PROFIT-INT
             END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM ABEND-ON-SQL-ERROR
           END-IF.

       CLOSE-RANK-CURSOR.

            EXEC SQL CLOSE C2 END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
           END-IF.

      *----------------------------------------------------------------*
      *    A NEW CUSTOMER CLOSES THE PREVIOUS ONE, AND A NEW
      *    HOUSEHOLD CLOSES THE PREVIOUS HOUSEHOLD AS WELL. A
      *    CUSTOMER WITH NOTHING IN THE WINDOW (NO PRODUCTS
      *    PICKED UP) IS LEFT OUT OF THE BOOK ALTOGETHER, AS IS A
      *    HOUSEHOLD WITH NO SUCH CUSTOMER IN IT.
       PROFILE-ONE-POLICY.
           IF WS-FETCH-CUSTOMER NOT = WS-CUST-NUMBER THEN
              IF WS-CUST-PRODUCTS NOT = SPACES THEN
                 PERFORM STORE-CUSTOMER-PROFILE
              END-IF
              IF WS-FETCH-HOUSEHOLD NOT = WS-HH-NUMBER THEN
                 IF WS-HH-MEMBERS > 0 THEN
                    PERFORM STORE-HOUSEHOLD-PROFILE
                 END-IF
                 INITIALIZE WS-HH-PROFILE
                 MOVE WS-FETCH-HOUSEHOLD TO WS-HH-NUMBER
              END-IF
              INITIALIZE WS-CUST-PROFILE
              MOVE WS-FETCH-CUSTOMER TO WS-CUST-NUMBER
           END-IF.

      *    EARN THE PART OF THE COVER THAT FALLS INSIDE THE WINDOW -
      *    FROM THE LATER OF ISSUE AND WINDOW START TO THE EARLIEST
      *    OF EXPIRY, CANCELLATION AND THE REPORTING DATE. THE
      *    COMMISSION IS EARNED IN STEP WITH THE PREMIUM.
           MOVE 0 TO WS-EARNED.
           MOVE 0 TO WS-COMM-EARNED.
           IF DB2-TERM-DAYS <= 0 THEN
              IF DB2-START-OFFSET <= 0 THEN
                 MOVE DB2-PAYMENT-INT TO WS-EARNED
                 MOVE DB2-COMMISSION-INT TO WS-COMM-EARNED
              END-IF
           ELSE
              MOVE 0 TO WS-COVER-FROM
              IF DB2-START-OFFSET > WS-COVER-FROM THEN
                 MOVE DB2-START-OFFSET TO WS-COVER-FROM
              END-IF
              MOVE DB2-TERM-DAYS TO WS-COVER-TO
              IF DB2-STOP-OFFSET < WS-COVER-TO THEN
                 MOVE DB2-STOP-OFFSET TO WS-COVER-TO
              END-IF
              IF DB2-END-OFFSET < WS-COVER-TO THEN
                 MOVE DB2-END-OFFSET TO WS-COVER-TO
              END-IF
              IF WS-COVER-TO > WS-COVER-FROM THEN
                 COMPUTE WS-EARNED =
                         DB2-PAYMENT-INT *
                         (WS-COVER-TO - WS-COVER-FROM)
                         / DB2-TERM-DAYS
                 COMPUTE WS-COMM-EARNED =
                         DB2-COMMISSION-INT *
                         (WS-COVER-TO - WS-COVER-FROM)
                         / DB2-TERM-DAYS
              END-IF
           END-IF.

      *    A POLICY THAT NEITHER EARNED NOR COST ANYTHING IN THE
      *    WINDOW DOES NOT COUNT TOWARDS THE CUSTOMER'S PRODUCTS.
           IF WS-EARNED = 0 AND DB2-CLAIMS-PAID = 0 AND
              DB2-INTEREST = 0 AND DB2-RESERVED = 0 THEN
              CONTINUE
           ELSE
              ADD WS-EARNED TO WS-CUST-EARNED
              ADD WS-COMM-EARNED TO WS-CUST-COMMISSION
              ADD DB2-CLAIMS-PAID TO WS-CUST-CLAIMS-PAID
              ADD DB2-INTEREST TO WS-CUST-INTEREST
              ADD DB2-RESERVED TO WS-CUST-RESERVED
              MOVE WS-CUST-PRODUCTS TO WS-PROD-STRING
              MOVE WS-FETCH-TYPE TO WS-PROD-LETTER
              PERFORM MERGE-PRODUCT-LETTER
              MOVE WS-PROD-STRING TO WS-CUST-PRODUCTS
           END-IF.

       MERGE-PRODUCT-LETTER.
           MOVE 0 TO WS-PROD-POS.
           PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
                   UNTIL WS-PROD-IDX > 10 OR WS-PROD-POS > 0
              IF WS-PROD-STRING(WS-PROD-IDX:1) = WS-PROD-LETTER OR
                 WS-PROD-STRING(WS-PROD-IDX:1) = SPACE THEN
                 MOVE WS-PROD-IDX TO WS-PROD-POS
              END-IF
           END-PERFORM.
           IF WS-PROD-POS > 0 THEN
              MOVE WS-PROD-LETTER TO WS-PROD-STRING(WS-PROD-POS:1)
           END-IF.

      *    THE CUSTOMER IS STORED AND ADDED INTO ITS HOUSEHOLD.
       STORE-CUSTOMER-PROFILE.
           COMPUTE WS-CUST-PROFIT =
                   WS-CUST-EARNED - WS-CUST-CLAIMS-PAID -
                   WS-CUST-RESERVED - WS-CUST-COMMISSION -
                   WS-CUST-INTEREST.

           MOVE 'C' TO WS-LEVEL.
           MOVE WS-CUST-NUMBER TO DB2-KEYNUMBER.
           MOVE WS-HH-NUMBER TO DB2-HOUSEHOLDID.
           MOVE 1 TO DB2-MEMBERS.
           MOVE WS-CUST-PRODUCTS TO DB2-PRODUCTS.
           MOVE WS-CUST-EARNED TO DB2-EARNED-INT.
           MOVE WS-CUST-CLAIMS-PAID TO DB2-CLAIMSPAID-INT.
           MOVE WS-CUST-RESERVED TO DB2-RESERVED-INT.
           MOVE WS-CUST-COMMISSION TO DB2-COMMISSION-SUM.
           MOVE WS-CUST-INTEREST TO DB2-INTEREST-INT.
           MOVE WS-CUST-PROFIT TO DB2-PROFIT-INT.
           PERFORM INSERT-PROFILE-ROW.
           ADD 1 TO WS-CNT-CUSTOMERS.
           ADD WS-CUST-EARNED TO WS-EARNED-TOTAL.
           ADD WS-CUST-PROFIT TO WS-PROFIT-TOTAL.

           ADD 1 TO WS-HH-MEMBERS.
           ADD WS-CUST-EARNED TO WS-HH-EARNED.
           ADD WS-CUST-CLAIMS-PAID TO WS-HH-CLAIMS-PAID.
           ADD WS-CUST-RESERVED TO WS-HH-RESERVED.
           ADD WS-CUST-COMMISSION TO WS-HH-COMMISSION.
           ADD WS-CUST-INTEREST TO WS-HH-INTEREST.
           ADD WS-CUST-PROFIT TO WS-HH-PROFIT.
           MOVE WS-HH-PRODUCTS TO WS-PROD-STRING.
           PERFORM VARYING WS-MIX-IDX FROM 1 BY 1
                   UNTIL WS-MIX-IDX > 10
              IF WS-CUST-PRODUCTS(WS-MIX-IDX:1) NOT = SPACE THEN
                 MOVE WS-CUST-PRODUCTS(WS-MIX-IDX:1)
                   TO WS-PROD-LETTER
                 PERFORM MERGE-PRODUCT-LETTER
              END-IF
           END-PERFORM.
           MOVE WS-PROD-STRING TO WS-HH-PRODUCTS.

       STORE-HOUSEHOLD-PROFILE.
           MOVE 'H' TO WS-LEVEL.
           MOVE WS-HH-NUMBER TO DB2-KEYNUMBER.
           MOVE WS-HH-NUMBER TO DB2-HOUSEHOLDID.
           MOVE WS-HH-MEMBERS TO DB2-MEMBERS.
           MOVE WS-HH-PRODUCTS TO DB2-PRODUCTS.
           MOVE WS-HH-EARNED TO DB2-EARNED-INT.
           MOVE WS-HH-CLAIMS-PAID TO DB2-CLAIMSPAID-INT.
           MOVE WS-HH-RESERVED TO DB2-RESERVED-INT.
           MOVE WS-HH-COMMISSION TO DB2-COMMISSION-SUM.
           MOVE WS-HH-INTEREST TO DB2-INTEREST-INT.
           MOVE WS-HH-PROFIT TO DB2-PROFIT-INT.
           PERFORM INSERT-PROFILE-ROW.
           ADD 1 TO WS-CNT-HOUSEHOLDS.

       INSERT-PROFILE-ROW.
           EXEC SQL
              INSERT INTO GENASA1.CUSTPROFIT
                        ( REPORTDATE,
                          PROFILELEVEL,
                          KEYNUMBER,
                          HOUSEHOLDID,
                          MEMBERS,
                          PRODUCTS,
                          EARNED,
                          CLAIMSPAID,
                          RESERVED,
                          COMMISSION,
                          INTEREST,
                          PROFIT,
                          DECILE )
                 VALUES ( :WS-REPORT-DATE,
                          :WS-LEVEL,
                          :DB2-KEYNUMBER,
                          :DB2-HOUSEHOLDID,
                          :DB2-MEMBERS,
                          :DB2-PRODUCTS,
                          :DB2-EARNED-INT,
                          :DB2-CLAIMSPAID-INT,
                          :DB2-RESERVED-INT,
                          :DB2-COMMISSION-SUM,
                          :DB2-INTEREST-INT,
                          :DB2-PROFIT-INT,
                          0 )
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM ABEND-ON-SQL-ERROR
           END-IF.

      *----------------------------------------------------------------*
      *    RANKS ONE LEVEL OF THE BOOK: THE NTH OF M PROFILES IN
      *    MARGIN ORDER FALLS IN DECILE (N - 1) * 10 / M + 1. EACH
      *    PROFILE IS STAMPED WITH ITS DECILE, WRITTEN TO THE
      *    EXTRACT AND ADDED TO THE DECILE SUMMARY.
       RANK-ONE-LEVEL.
           INITIALIZE WS-DECILE-TABLE.
           MOVE SPACES TO WS-MIX-LETTERS.
           MOVE 0 TO WS-LEVEL-ROW.
           EXEC SQL
              SELECT COUNT(*)
              INTO  :WS-LEVEL-COUNT
              FROM  GENASA1.CUSTPROFIT
              WHERE REPORTDATE = :WS-REPORT-DATE
                AND PROFILELEVEL = :WS-LEVEL
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM ABEND-ON-SQL-ERROR
           END-IF.

           PERFORM OPEN-RANK-CURSOR.
           PERFORM FETCH-RANK-CURSOR.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0

                   ADD 1 TO WS-LEVEL-ROW
                   PERFORM RANK-ONE-PROFILE
                   PERFORM FETCH-RANK-CURSOR
           END-PERFORM.

           PERFORM CLOSE-RANK-CURSOR.

           PERFORM DISPLAY-LEVEL-SUMMARY.

       RANK-ONE-PROFILE.
           COMPUTE DB2-DECILE =
                   (WS-LEVEL-ROW - 1) * 10 / WS-LEVEL-COUNT + 1.
           EXEC SQL
              UPDATE GENASA1.CUSTPROFIT
              SET    DECILE = :DB2-DECILE
              WHERE  REPORTDATE = :WS-REPORT-DATE
                AND  PROFILELEVEL = :WS-LEVEL
                AND  KEYNUMBER = :DB2-KEYNUMBER
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM ABEND-ON-SQL-ERROR
           END-IF.

      *    MARGIN IS PROFIT AS A PERCENTAGE OF EARNED PREMIUM, ZERO
      *    WHERE NOTHING WAS EARNED IN THE WINDOW.
           MOVE 0 TO WS-MARGIN.
           IF DB2-EARNED-INT > 0 THEN
              COMPUTE WS-MARGIN ROUNDED =
                      DB2-PROFIT-INT * 100 / DB2-EARNED-INT
                 ON SIZE ERROR
                    MOVE -99999,99 TO WS-MARGIN
              END-COMPUTE
           END-IF.

           MOVE WS-LEVEL TO PX-RECORD-TYPE.
           MOVE DB2-KEYNUMBER TO PX-KEYNUMBER.
           MOVE DB2-HOUSEHOLDID TO PX-HOUSEHOLDID.
           MOVE DB2-MEMBERS TO PX-MEMBERS.
           MOVE DB2-PRODUCTS TO PX-PRODUCTS.
           MOVE DB2-DECILE TO PX-DECILE.
           MOVE DB2-EARNED-INT TO PX-EARNED.
           MOVE DB2-CLAIMSPAID-INT TO PX-CLAIMSPAID.
           MOVE DB2-RESERVED-INT TO PX-RESERVED.
           MOVE DB2-COMMISSION-SUM TO PX-COMMISSION.
           MOVE DB2-INTEREST-INT TO PX-INTEREST.
           MOVE DB2-PROFIT-INT TO PX-PROFIT.
           MOVE WS-MARGIN TO PX-MARGIN-PCT.
           MOVE WS-REPORT-DATE TO PX-REPORTDATE.
           WRITE PRFOUT-RECORD FROM WS-PROFILE-EXT-RECORD.
           IF PRFOUT-STATUS NOT = 0 THEN
              DISPLAY 'LGDB2PRF FILE STATUS AT WRITE PRFOUT '
                      PRFOUT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM MARK-RUN-ENDED
              STOP RUN
           END-IF.
           ADD 1 TO WS-CNT-WRITTEN.

           MOVE DB2-DECILE TO WS-DEC-IDX.
           COMPUTE WS-COST = DB2-CLAIMSPAID-INT + DB2-RESERVED-INT +
                             DB2-INTEREST-INT.
           ADD 1 TO WS-DEC-COUNT(WS-DEC-IDX).
           ADD DB2-EARNED-INT TO WS-DEC-EARNED(WS-DEC-IDX).
           ADD WS-COST TO WS-DEC-CLAIMS(WS-DEC-IDX).
           ADD DB2-COMMISSION-SUM TO WS-DEC-COMMISSION(WS-DEC-IDX).
           ADD DB2-PROFIT-INT TO WS-DEC-PROFIT(WS-DEC-IDX).

      *    COUNT THE PROFILE ONCE AGAINST EACH PRODUCT IT HOLDS.
           PERFORM VARYING WS-MIX-IDX FROM 1 BY 1
                   UNTIL WS-MIX-IDX > 10
              IF DB2-PRODUCTS(WS-MIX-IDX:1) NOT = SPACE THEN
                 MOVE WS-MIX-LETTERS TO WS-PROD-STRING
                 MOVE DB2-PRODUCTS(WS-MIX-IDX:1) TO WS-PROD-LETTER
                 PERFORM MERGE-PRODUCT-LETTER
                 MOVE WS-PROD-STRING TO WS-MIX-LETTERS
                 IF WS-PROD-POS > 0 THEN
                    ADD 1 TO WS-DEC-MIX(WS-DEC-IDX, WS-PROD-POS)
                 END-IF
              END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      *    CLAIMS ON THE SUMMARY ARE PAID PLUS RESERVED PLUS
      *    STATUTORY INTEREST; THE LOSS RATIO AND MARGIN ARE BOTH
      *    ON EARNED PREMIUM.
       DISPLAY-LEVEL-SUMMARY.
           DISPLAY '------------------------------------------------'
                   '--------------------------'.
           IF WS-LEVEL = 'C' THEN
              DISPLAY 'BY CUSTOMER DECILE (1 = MOST PROFITABLE)'
           ELSE
              DISPLAY 'BY HOUSEHOLD DECILE (1 = MOST PROFITABLE)'
           END-IF.
           DISPLAY 'DEC   COUNT      EARNED      CLAIMS  COMMISSION'
                   '      PROFIT  LOSS%  MARGIN%'.
           PERFORM DISPLAY-ONE-DECILE VARYING WS-DEC-IDX FROM 1 BY 1
                   UNTIL WS-DEC-IDX > 10.

           DISPLAY 'PRODUCT MIX - HOLDERS PER POLICYTYPE:'.
           MOVE SPACES TO WS-MIX-LINE.
           MOVE 1 TO WS-MIX-PTR.
           STRING 'DEC ' DELIMITED BY SIZE
                  INTO WS-MIX-LINE WITH POINTER WS-MIX-PTR.
           PERFORM VARYING WS-MIX-IDX FROM 1 BY 1
                   UNTIL WS-MIX-IDX > 10
              IF WS-MIX-LETTERS(WS-MIX-IDX:1) NOT = SPACE THEN
                 STRING '       ' WS-MIX-LETTERS(WS-MIX-IDX:1)
                        DELIMITED BY SIZE
                        INTO WS-MIX-LINE WITH POINTER WS-MIX-PTR
              END-IF
           END-PERFORM.
           DISPLAY WS-MIX-LINE.
           PERFORM DISPLAY-ONE-MIX VARYING WS-DEC-IDX FROM 1 BY 1
                   UNTIL WS-DEC-IDX > 10.

       DISPLAY-ONE-DECILE.
           MOVE 0 TO WS-DEC-LOSS-RATIO.
           MOVE 0 TO WS-DEC-MARGIN.
           IF WS-DEC-EARNED(WS-DEC-IDX) > 0 THEN
              COMPUTE WS-DEC-LOSS-RATIO ROUNDED =
                      WS-DEC-CLAIMS(WS-DEC-IDX) * 100 /
                      WS-DEC-EARNED(WS-DEC-IDX)
                 ON SIZE ERROR
                    MOVE 99999,9 TO WS-DEC-LOSS-RATIO
              END-COMPUTE
              COMPUTE WS-DEC-MARGIN ROUNDED =
                      WS-DEC-PROFIT(WS-DEC-IDX) * 100 /
                      WS-DEC-EARNED(WS-DEC-IDX)
                 ON SIZE ERROR
                    MOVE -99999,9 TO WS-DEC-MARGIN
              END-COMPUTE
           END-IF.
           MOVE WS-DEC-IDX TO WS-DISP-DECILE.
           MOVE WS-DEC-COUNT(WS-DEC-IDX) TO WS-DISP-COUNT.
           MOVE WS-DEC-EARNED(WS-DEC-IDX) TO WS-DISP-EARNED.
           MOVE WS-DEC-CLAIMS(WS-DEC-IDX) TO WS-DISP-CLAIMS.
           MOVE WS-DEC-COMMISSION(WS-DEC-IDX) TO WS-DISP-COMMISSION.
           MOVE WS-DEC-PROFIT(WS-DEC-IDX) TO WS-DISP-PROFIT.
           MOVE WS-DEC-LOSS-RATIO TO WS-DISP-RATIO.
           MOVE WS-DEC-MARGIN TO WS-DISP-MARGIN.
           DISPLAY ' ' WS-DISP-DECILE ' ' WS-DISP-COUNT
                   WS-DISP-EARNED ' ' WS-DISP-CLAIMS ' '
                   WS-DISP-COMMISSION ' ' WS-DISP-PROFIT
                   WS-DISP-RATIO ' ' WS-DISP-MARGIN.

       DISPLAY-ONE-MIX.
           MOVE SPACES TO WS-MIX-LINE.
           MOVE 1 TO WS-MIX-PTR.
           MOVE WS-DEC-IDX TO WS-DISP-DECILE.
           STRING ' ' WS-DISP-DECILE ' ' DELIMITED BY SIZE
                  INTO WS-MIX-LINE WITH POINTER WS-MIX-PTR.
           PERFORM VARYING WS-MIX-IDX FROM 1 BY 1
                   UNTIL WS-MIX-IDX > 10
              IF WS-MIX-LETTERS(WS-MIX-IDX:1) NOT = SPACE THEN
                 MOVE WS-DEC-MIX(WS-DEC-IDX, WS-MIX-IDX)
                   TO WS-DISP-MIX
                 STRING ' ' WS-DISP-MIX DELIMITED BY SIZE
                        INTO WS-MIX-LINE WITH POINTER WS-MIX-PTR
              END-IF
           END-PERFORM.
           DISPLAY WS-MIX-LINE.

      *----------------------------------------------------------------*
       ABEND-ON-SQL-ERROR.
           PERFORM DISPLAY-SQL-ERROR.
           EXEC SQL ROLLBACK END-EXEC.
           MOVE 16 TO RETURN-CODE.
           PERFORM MARK-RUN-ENDED.
           STOP RUN.

       DISPLAY-SQL-ERROR.

           DISPLAY 'SQLERROR'
           DISPLAY 'SQLCODE  ' SQLCODE
           DISPLAY 'SQLSTATE ' SQLSTATE.
           MOVE 'LGDB2PRF' TO ERR-PROGRAM.
           MOVE SPACES TO ERR-PARAGRAPH.
           MOVE SPACES TO ERR-KEY-VALUES.
           MOVE SQLCODE TO ERR-SQLCODE.
           MOVE SQLSTATE TO ERR-SQLSTATE.
           MOVE SQLERRMC TO ERR-SQLERRMC.
           CALL 'LGSQLERR' USING WS-SQLERR.

       END PROGRAM LGDB2PRF.
