       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGDB2GLR.
      *    MONTH-END SUB-LEDGER TO GENERAL-LEDGER RECONCILIATION.
      *    FOR THE MONTH ON SYSIN (YYYYMM - DEFAULTS TO THE CURRENT
      *    MONTH) TOTALS EACH SOURCE TYPE - INVOICES 'INV' (WITH
      *    REMINDER FEES), PAYMENTS 'PAY', CANCELLATION REFUNDS
      *    'REF', CLAIM PAYMENTS 'CLM', CREDIT NOTES 'CRD' AND
      *    BROKER COMMISSION 'COM' - THREE WAYS: FROM THE
      *    OPERATIONAL TABLES, FROM THE CUSTLEDGER TABLE LGDB2LED
      *    BUILDS AND FROM THE GLJOURNAL ROWS LGDB2GLI POSTED, ALL
      *    BY THE SAME SOURCE DATE, AND PRINTS THEM SIDE BY SIDE
      *    WITH THE DIFFERENCES. EACH SIDE IS HELD TO WHAT IT
      *    SHOULD CONTAIN:
      *      - THE LEDGER TO WHAT THE CUSTOMER OWES OR IS OWED
      *        (VOIDED AND ARRANGEMENT-REPLACED INVOICES OUT, THE
      *        ARRANGEMENT INSTALMENTS IN). COMMISSION IS NOT A
      *        CUSTOMER ITEM AND HAS NO LEDGER SIDE.
      *      - THE GL TO WHAT LGDB2GLI JOURNALS: EVERY INVOICE BUT
      *        THE VOIDED ONES AND THE INSTALMENTS (THE 'IVW'
      *        REVERSAL OF A VOIDED INVOICE COUNTS AGAINST ITS
      *        'INV' POSTING), AS PAYMENTS THE COLLECTION-AGENCY
      *        RECOVERIES ('CRC') AND SUSPENSE ALLOCATIONS ('SAL')
      *        ONLY, AND NO CREDIT NOTES. THE GAP BETWEEN THE
      *        OPERATIONAL TOTAL AND THE GL-EXPECTED TOTAL IS
      *        SHOWN AS THE RECONCILING AMOUNT - IT IS EXPLAINED,
      *        NOT A BREAK.
      *    EVERY KEY (INVOICE, POLICY, CLAIM, CREDIT NOTE, GL
      *    SOURCE KEY) WHOSE AMOUNT DIFFERS BETWEEN A SIDE AND WHAT
      *    IT SHOULD HOLD IS LISTED AS A BREAK ITEM. RETURN CODE 4
      *    WHEN THERE ARE BREAKS WITHIN THE TOLERANCE ON SYSIN
      *    (COLUMNS 8-14, WHOLE CURRENCY UNITS, DEFAULT 0) AND 8
      *    WHEN ANY SOURCE TYPE IS OUT BY MORE - THE GL PERIOD
      *    CLOSE STEP RUNS ONLY ON A RETURN CODE BELOW 8.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-RCN-CARD.
           05 WS-CARD-YEAR              PIC 9(4).
           05 WS-CARD-MONTH             PIC 9(2).
           05 FILLER                    PIC X(1).
           05 WS-CARD-TOLERANCE         PIC 9(7).
       01  WS-TOLERANCE                 PIC S9(9) COMP VALUE 0.
       01  WS-TODAY.
           05 WS-TODAY-YEAR   PIC 9999.
           05 WS-TODAY-MONTH  PIC 99.
           05 WS-TODAY-DAY    PIC 99.

      *    THE PERIOD AS A HALF-OPEN DATE RANGE
       01  WS-PERIOD-FROM               PIC X(10).
       01  WS-PERIOD-NEXT               PIC X(10).
       01  WS-NEXT-YEAR                 PIC 9(4).
       01  WS-NEXT-MONTH                PIC 9(2).

       01  WS-FETCH-SIDE                PIC X(1).
       01  WS-FETCH-TYPE                PIC X(3).
       01  WS-FETCH-KEY                 PIC S9(9) COMP.
       01  WS-FETCH-EXPECTED            PIC S9(9) COMP.
       01  WS-FETCH-ACTUAL              PIC S9(9) COMP.
       01  WS-ITEM-DIFF                 PIC S9(9) COMP.

      *    ONE ROW PER REPORTED SOURCE TYPE. L = CUSTLEDGER SIDE,
      *    G = GLJOURNAL SIDE; A SIDE A TYPE NEVER REACHES IS
      *    FLAGGED 'N' AND PRINTED AS N/A.
       01  WS-TYPE-NAMES.
           05 FILLER PIC X(5) VALUE 'INVYY'.
           05 FILLER PIC X(5) VALUE 'PAYYY'.
           05 FILLER PIC X(5) VALUE 'REFYY'.
           05 FILLER PIC X(5) VALUE 'CLMYY'.
           05 FILLER PIC X(5) VALUE 'CRDYN'.
           05 FILLER PIC X(5) VALUE 'COMNY'.
       01  WS-TYPE-NAME-TAB REDEFINES WS-TYPE-NAMES.
           05 WS-TYPE-NAME-ENTRY OCCURS 6 TIMES.
              10 WS-TYPE-NAME           PIC X(3).
              10 WS-TYPE-HAS-LEDGER     PIC X(1).
              10 WS-TYPE-HAS-GL         PIC X(1).
       01  WS-TYPE-TABLE.
           05 WS-TYPE-ENTRY OCCURS 6 TIMES.
              10 WS-TOT-OPERATIONAL     PIC S9(13) COMP-3.
              10 WS-TOT-LEDGER          PIC S9(13) COMP-3.
              10 WS-TOT-GL-EXPECTED     PIC S9(13) COMP-3.
              10 WS-TOT-GL              PIC S9(13) COMP-3.
       01  WS-TYPE-IX                   PIC S9(4) COMP.
       01  WS-TYPE-DIFF                 PIC S9(13) COMP-3.

       01  WS-DISP-KEY                  PIC Z(8)9.
       01  WS-DISP-NUM                  PIC -(10)9.
       01  WS-DISP-COLUMNS.
           05 WS-DISP-COL OCCURS 7 TIMES PIC X(12).

       01  WS-CNT-KEYS                  PIC 9(7) VALUE 0.
       01  WS-CNT-BREAKS                PIC 9(7) VALUE 0.
       01  WS-CNT-OUTSIDE               PIC 9(7) VALUE 0.

      * Central run-control (RUNLOG) interface
       01  WS-RUNLOG.
           COPY RUNCPY1.

      * SQLCA DB2 communications area
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    EVERY KEY OF THE PERIOD, PER SIDE, WITH WHAT THE SIDE
      *    SHOULD HOLD AGAINST WHAT IT DOES HOLD. OPS IS THE
      *    CUSTOMER VIEW OF THE OPERATIONAL TABLES, LED THE
      *    CUSTOMER LEDGER, GLX THE ROWS LGDB2GLI JOURNALS AND GLJ
      *    THE JOURNAL ITSELF, SIGNED BACK THROUGH GLACCOUNTMAP
      *    (A NEGATIVE SOURCE ROW POSTS WITH THE ACCOUNTS SWAPPED).
      *    AN 'IVW' REVERSAL IS POSTED ON THE 'INV' ACCOUNTS
      *    SWAPPED, SO IT IS SIGNED THROUGH THE 'INV' ROW AND
      *    COMES BACK NEGATIVE IN THE 'INV' BUCKET.
           EXEC SQL
             DECLARE C1 CURSOR FOR
               WITH OPS (ST, SK, AMT) AS
                  (SELECT 'INV', INVOICENUMBER, AMOUNT
                   FROM   GENASA1.INVOICE
                   WHERE  STATUS NOT IN ('W', 'R')
                     AND  DUEDATE >= :WS-PERIOD-FROM
                     AND  DUEDATE < :WS-PERIOD-NEXT
                   UNION ALL
                   SELECT 'PAY', INVOICENUMBER, AMOUNT
                   FROM   GENASA1.INVOICE
                   WHERE  STATUS = 'P'
                     AND  PAIDDATE >= :WS-PERIOD-FROM
                     AND  PAIDDATE < :WS-PERIOD-NEXT
                   UNION ALL
                   SELECT 'PAY', INVOICENUMBER, AMOUNT
                   FROM   GENASA1.COLLECTTXN
                   WHERE  TXNTYPE = 'R'
                     AND  TXNDATE >= :WS-PERIOD-FROM
                     AND  TXNDATE < :WS-PERIOD-NEXT
                   UNION ALL
                   SELECT 'REF', POLICYNUMBER, REFUNDAMOUNT
                   FROM   GENASA1.POLCANCEL
                   WHERE  REFUNDAMOUNT > 0
                     AND  CANCELDATE >= :WS-PERIOD-FROM
                     AND  CANCELDATE < :WS-PERIOD-NEXT
                   UNION ALL
                   SELECT 'CLM', CLAIMNUMBER, AMOUNT
                   FROM   GENASA1.CLAIMPAYMENT
                   WHERE  PAYMENTDATE >= :WS-PERIOD-FROM
                     AND  PAYMENTDATE < :WS-PERIOD-NEXT
                   UNION ALL
                   SELECT 'CRD', CREDITNUMBER, AMOUNT
                   FROM   GENASA1.CREDITNOTE
                   WHERE  ISSUEDATE >= :WS-PERIOD-FROM
                     AND  ISSUEDATE < :WS-PERIOD-NEXT),
                    LED (ST, SK, AMT) AS
                  (SELECT CASE ENTRYTYPE WHEN 'FEE' THEN 'INV'
                                         ELSE ENTRYTYPE END,
                          REFERENCE,
                          CASE WHEN ENTRYTYPE IN ('INV', 'FEE')
                               THEN AMOUNT
                               ELSE 0 - AMOUNT END
                   FROM   GENASA1.CUSTLEDGER
                   WHERE  ENTRYTYPE IN
                          ('INV', 'FEE', 'PAY', 'REF', 'CLM', 'CRD')
                     AND  ENTRYDATE >= :WS-PERIOD-FROM
                     AND  ENTRYDATE < :WS-PERIOD-NEXT),
                    GLX (ST, SK, AMT) AS
                  (SELECT 'INV', INVOICENUMBER, AMOUNT
                   FROM   GENASA1.INVOICE I
                   WHERE  COALESCE(STATUS, ' ') <> 'W'
                     AND  DUEDATE >= :WS-PERIOD-FROM
                     AND  DUEDATE < :WS-PERIOD-NEXT
                     AND  NOT EXISTS
                          (SELECT 1 FROM GENASA1.PAYARRLINE L
                            WHERE L.LINETYPE = 'I'
                              AND L.INVOICENUMBER =
                                  I.INVOICENUMBER)
                   UNION ALL
                   SELECT 'CRC', TXNNUMBER, AMOUNT
                   FROM   GENASA1.COLLECTTXN
                   WHERE  TXNTYPE = 'R'
                     AND  AMOUNT > 0
                     AND  TXNDATE >= :WS-PERIOD-FROM
                     AND  TXNDATE < :WS-PERIOD-NEXT
                   UNION ALL
                   SELECT 'SAL', ALLOCID, AMOUNT
                   FROM   GENASA1.SUSPALLOC
                   WHERE  ALLOCTYPE = 'I'
                     AND  AMOUNT > 0
                     AND  ALLOCDATE >= :WS-PERIOD-FROM
                     AND  ALLOCDATE < :WS-PERIOD-NEXT
                   UNION ALL
                   SELECT 'REF', POLICYNUMBER, REFUNDAMOUNT
                   FROM   GENASA1.POLCANCEL
                   WHERE  REFUNDAMOUNT > 0
                     AND  CANCELDATE >= :WS-PERIOD-FROM
                     AND  CANCELDATE < :WS-PERIOD-NEXT
                   UNION ALL
                   SELECT 'CLM', CLAIMNUMBER, AMOUNT
                   FROM   GENASA1.CLAIMPAYMENT
                   WHERE  AMOUNT <> 0
                     AND  PAYMENTDATE >= :WS-PERIOD-FROM
                     AND  PAYMENTDATE < :WS-PERIOD-NEXT
                   UNION ALL
                   SELECT 'COM', POLICYNUMBER,
                          PAYMENT * COMMISSION / 100
                   FROM   POLICY
                   WHERE  BROKERID > 0
                     AND  COMMISSION > 0
                     AND  PAYMENT * COMMISSION / 100 > 0
                     AND  ISSUEDATE >= :WS-PERIOD-FROM
                     AND  ISSUEDATE < :WS-PERIOD-NEXT),
                    GLJ (ST, SK, AMT) AS
                  (SELECT CASE J.SOURCETYPE WHEN 'IVW' THEN 'INV'
                                            ELSE J.SOURCETYPE END,
                          J.SOURCEKEY,
                          CASE WHEN J.DEBITACCOUNT = M.DEBITACCOUNT
                               THEN J.AMOUNT
                               ELSE 0 - J.AMOUNT END
                   FROM   GENASA1.GLJOURNAL J
                          LEFT OUTER JOIN GENASA1.GLACCOUNTMAP M
                          ON M.SOURCETYPE =
                             CASE J.SOURCETYPE WHEN 'IVW' THEN 'INV'
                                               ELSE J.SOURCETYPE END
                   WHERE  J.SOURCETYPE IN
                          ('INV', 'IVW', 'CRC', 'SAL', 'REF', 'CLM',
                           'COM')
                     AND  J.SOURCEDATE >= :WS-PERIOD-FROM
                     AND  J.SOURCEDATE < :WS-PERIOD-NEXT)
               SELECT 'L',
                      COALESCE(O.ST, L.ST),
                      COALESCE(O.SK, L.SK),
                      COALESCE(O.AMT, 0),
                      COALESCE(L.AMT, 0)
               FROM  (SELECT ST, SK, SUM(AMT) AS AMT
                      FROM OPS GROUP BY ST, SK) AS O
                     FULL OUTER JOIN
                     (SELECT ST, SK, SUM(AMT) AS AMT
                      FROM LED GROUP BY ST, SK) AS L
                     ON L.ST = O.ST AND L.SK = O.SK
               UNION ALL
               SELECT 'G',
                      COALESCE(X.ST, J.ST),
                      COALESCE(X.SK, J.SK),
                      COALESCE(X.AMT, 0),
                      COALESCE(J.AMT, 0)
               FROM  (SELECT ST, SK, SUM(AMT) AS AMT
                      FROM GLX GROUP BY ST, SK) AS X
                     FULL OUTER JOIN
                     (SELECT ST, SK, SUM(AMT) AS AMT
                      FROM GLJ GROUP BY ST, SK) AS J
                     ON J.ST = X.ST AND J.SK = X.SK
               ORDER BY 1, 2, 3
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
           MOVE SPACES TO WS-RCN-CARD.
           ACCEPT WS-RCN-CARD FROM SYSIN.
           IF WS-CARD-YEAR NOT NUMERIC OR
              WS-CARD-MONTH NOT NUMERIC OR
              WS-CARD-MONTH < 1 OR WS-CARD-MONTH > 12 THEN
              MOVE WS-TODAY-YEAR TO WS-CARD-YEAR
              MOVE WS-TODAY-MONTH TO WS-CARD-MONTH
           END-IF.
           IF WS-CARD-TOLERANCE NUMERIC THEN
              MOVE WS-CARD-TOLERANCE TO WS-TOLERANCE
           END-IF.

           MOVE WS-CARD-YEAR TO WS-NEXT-YEAR.
           COMPUTE WS-NEXT-MONTH = WS-CARD-MONTH + 1.
           IF WS-NEXT-MONTH > 12 THEN
              MOVE 1 TO WS-NEXT-MONTH
              ADD 1 TO WS-NEXT-YEAR
           END-IF.
           MOVE SPACES TO WS-PERIOD-FROM.
           STRING WS-CARD-YEAR '-' WS-CARD-MONTH '-01'
                  DELIMITED BY SIZE INTO WS-PERIOD-FROM.
           MOVE SPACES TO WS-PERIOD-NEXT.
           STRING WS-NEXT-YEAR '-' WS-NEXT-MONTH '-01'
                  DELIMITED BY SIZE INTO WS-PERIOD-NEXT.

           INITIALIZE WS-TYPE-TABLE.

           DISPLAY '------------------------------------------------'
                   '------------------------------'.
           DISPLAY 'LGDB2GLR SUB-LEDGER TO GL RECONCILIATION - '
                   WS-CARD-YEAR '-' WS-CARD-MONTH
                   '  TOLERANCE ' WS-TOLERANCE.
           DISPLAY '------------------------------------------------'
                   '------------------------------'.
           DISPLAY 'BREAK ITEMS (L = CUSTOMER LEDGER, G = GL JOURNAL)'.
           DISPLAY 'S TYP       KEY  SHOULD HOLD       HOLDS'
                   '  DIFFERENCE'.

           PERFORM OPEN-CURSOR.
           PERFORM FETCH-CURSOR.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0

                   ADD 1 TO WS-CNT-KEYS
                   PERFORM ACCUMULATE-ONE-KEY
                   PERFORM FETCH-CURSOR
           END-PERFORM.

           PERFORM CLOSE-CURSOR.

           IF WS-CNT-BREAKS = 0 THEN
              DISPLAY '  NONE'
           END-IF.

           PERFORM PRINT-SIDE-BY-SIDE.

           EVALUATE TRUE
               WHEN WS-CNT-OUTSIDE > 0
                  DISPLAY '*** OUT OF TOLERANCE - GL PERIOD MUST NOT '
                          'CLOSE'
                  MOVE 8 TO RETURN-CODE
               WHEN WS-CNT-BREAKS > 0
                  DISPLAY 'BREAKS WITHIN TOLERANCE - REVIEW THE ITEMS'
                  MOVE 4 TO RETURN-CODE
               WHEN OTHER
                  DISPLAY 'SUB-LEDGERS AND GL AGREE'
           END-EVALUATE.
           DISPLAY '------------------------------------------------'
                   '------------------------------'.

           PERFORM MARK-RUN-ENDED.

           STOP RUN.

      *    THE START CALL DOUBLES AS THE DOUBLE-START GUARD - A ROW
      *    STILL MARKED RUNNING FOR TODAY'S CYCLE STOPS THE JOB.
       MARK-RUN-STARTED.
           MOVE 'LGDB2GLR' TO RUN-JOBNAME.
           MOVE 'S' TO RUN-FUNCTION.
           CALL 'LGRUNLOG' USING WS-RUNLOG.
           IF RUN-RC = 4 THEN
              DISPLAY 'LGDB2GLR ALREADY MARKED RUNNING THIS CYCLE'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF RUN-RC = 6 THEN
              DISPLAY 'LGDB2GLR HELD - PREDECESSOR '
                      RUN-FAILED-PRED ' NOT ENDED CLEANLY'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       MARK-RUN-ENDED.
           MOVE 'E' TO RUN-FUNCTION.
           MOVE WS-CNT-KEYS TO RUN-RECORDS-READ.
           MOVE 0 TO RUN-RECORDS-WRITTEN.
           MOVE WS-CNT-BREAKS TO RUN-RECORDS-REJECTED.
           MOVE RETURN-CODE TO RUN-RETURN-CODE.
           CALL 'LGRUNLOG' USING WS-RUNLOG.

      *----------------------------------------------------------------*
       OPEN-CURSOR.

            EXEC SQL OPEN C1 END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              MOVE 16 TO RETURN-CODE
              PERFORM MARK-RUN-ENDED
              STOP RUN
           END-IF.

       FETCH-CURSOR.

             EXEC SQL
                 FETCH C1
                 INTO :WS-FETCH-SIDE,
                      :WS-FETCH-TYPE,
                      :WS-FETCH-KEY,
                      :WS-FETCH-EXPECTED,
                      :WS-FETCH-ACTUAL
             END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              MOVE 16 TO RETURN-CODE
              PERFORM MARK-RUN-ENDED
              STOP RUN
           END-IF.

       CLOSE-CURSOR.

            EXEC SQL CLOSE C1 END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
           END-IF.

      *----------------------------------------------------------------*
      *    THE GL'S TWO KINDS OF PAYMENT JOURNAL ROLL UP INTO 'PAY'.
       ACCUMULATE-ONE-KEY.
           MOVE 0 TO WS-TYPE-IX.
           IF WS-FETCH-TYPE = 'CRC' OR WS-FETCH-TYPE = 'SAL' THEN
              MOVE 2 TO WS-TYPE-IX
           ELSE
              PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
                      UNTIL WS-TYPE-IX > 6
                      OR WS-TYPE-NAME(WS-TYPE-IX) = WS-FETCH-TYPE
                 CONTINUE
              END-PERFORM
           END-IF.
           IF WS-TYPE-IX > 6 THEN
              DISPLAY 'LGDB2GLR UNEXPECTED SOURCE TYPE '
                      WS-FETCH-TYPE
              MOVE 16 TO RETURN-CODE
              PERFORM MARK-RUN-ENDED
              STOP RUN
           END-IF.

           IF WS-FETCH-SIDE = 'L' THEN
              ADD WS-FETCH-EXPECTED TO WS-TOT-OPERATIONAL(WS-TYPE-IX)
              ADD WS-FETCH-ACTUAL TO WS-TOT-LEDGER(WS-TYPE-IX)
           ELSE
              ADD WS-FETCH-EXPECTED TO WS-TOT-GL-EXPECTED(WS-TYPE-IX)
              ADD WS-FETCH-ACTUAL TO WS-TOT-GL(WS-TYPE-IX)
           END-IF.

           IF WS-FETCH-EXPECTED NOT = WS-FETCH-ACTUAL THEN
              ADD 1 TO WS-CNT-BREAKS
              COMPUTE WS-ITEM-DIFF =
                      WS-FETCH-ACTUAL - WS-FETCH-EXPECTED
              MOVE WS-FETCH-KEY TO WS-DISP-KEY
              MOVE WS-FETCH-EXPECTED TO WS-DISP-NUM
              MOVE SPACES TO WS-DISP-COLUMNS
              MOVE WS-DISP-NUM TO WS-DISP-COL(1)
              MOVE WS-FETCH-ACTUAL TO WS-DISP-NUM
              MOVE WS-DISP-NUM TO WS-DISP-COL(2)
              MOVE WS-ITEM-DIFF TO WS-DISP-NUM
              MOVE WS-DISP-NUM TO WS-DISP-COL(3)
              DISPLAY WS-FETCH-SIDE ' ' WS-FETCH-TYPE ' '
                      WS-DISP-KEY ' ' WS-DISP-COL(1) WS-DISP-COL(2)
                      WS-DISP-COL(3)
           END-IF.

      *----------------------------------------------------------------*
      *    OPERATIONAL / LEDGER / LEDGER DIFFERENCE / GL EXPECTED /
      *    GL / GL DIFFERENCE / RECONCILING (GL EXPECTED LESS
      *    OPERATIONAL - WHAT THE INTERFACE DELIBERATELY LEAVES OUT
      *    OR ADDS).
       PRINT-SIDE-BY-SIDE.
           DISPLAY '------------------------------------------------'
                   '------------------------------'.
           DISPLAY 'TYP OPERATIONAL      LEDGER    LED DIFF '
                   'GL EXPECTED          GL     GL DIFF RECONCILING'.
           PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
                   UNTIL WS-TYPE-IX > 6
              PERFORM PRINT-ONE-TYPE
           END-PERFORM.

       PRINT-ONE-TYPE.
           MOVE SPACES TO WS-DISP-COLUMNS.
           MOVE WS-TOT-OPERATIONAL(WS-TYPE-IX) TO WS-DISP-NUM.
           MOVE WS-DISP-NUM TO WS-DISP-COL(1).

           IF WS-TYPE-HAS-LEDGER(WS-TYPE-IX) = 'Y' THEN
              MOVE WS-TOT-LEDGER(WS-TYPE-IX) TO WS-DISP-NUM
              MOVE WS-DISP-NUM TO WS-DISP-COL(2)
              COMPUTE WS-TYPE-DIFF = WS-TOT-LEDGER(WS-TYPE-IX)
                                   - WS-TOT-OPERATIONAL(WS-TYPE-IX)
              MOVE WS-TYPE-DIFF TO WS-DISP-NUM
              MOVE WS-DISP-NUM TO WS-DISP-COL(3)
              PERFORM CHECK-TOLERANCE
           ELSE
              MOVE '        N/A' TO WS-DISP-COL(2)
              MOVE '        N/A' TO WS-DISP-COL(3)
           END-IF.

           IF WS-TYPE-HAS-GL(WS-TYPE-IX) = 'Y' THEN
              MOVE WS-TOT-GL-EXPECTED(WS-TYPE-IX) TO WS-DISP-NUM
              MOVE WS-DISP-NUM TO WS-DISP-COL(4)
              MOVE WS-TOT-GL(WS-TYPE-IX) TO WS-DISP-NUM
              MOVE WS-DISP-NUM TO WS-DISP-COL(5)
              COMPUTE WS-TYPE-DIFF = WS-TOT-GL(WS-TYPE-IX)
                                   - WS-TOT-GL-EXPECTED(WS-TYPE-IX)
              MOVE WS-TYPE-DIFF TO WS-DISP-NUM
              MOVE WS-DISP-NUM TO WS-DISP-COL(6)
              PERFORM CHECK-TOLERANCE
           ELSE
              MOVE '        N/A' TO WS-DISP-COL(4)
              MOVE '        N/A' TO WS-DISP-COL(5)
              MOVE '        N/A' TO WS-DISP-COL(6)
           END-IF.

           COMPUTE WS-TYPE-DIFF = WS-TOT-GL-EXPECTED(WS-TYPE-IX)
                                - WS-TOT-OPERATIONAL(WS-TYPE-IX).
           MOVE WS-TYPE-DIFF TO WS-DISP-NUM.
           MOVE WS-DISP-NUM TO WS-DISP-COL(7).

           DISPLAY WS-TYPE-NAME(WS-TYPE-IX) ' ' WS-DISP-COLUMNS.

       CHECK-TOLERANCE.
           IF WS-TYPE-DIFF > WS-TOLERANCE OR
              WS-TYPE-DIFF < 0 - WS-TOLERANCE THEN
              ADD 1 TO WS-CNT-OUTSIDE
           END-IF.

      *----------------------------------------------------------------*
       DISPLAY-SQL-ERROR.

           DISPLAY 'SQLERROR'
           DISPLAY 'SQLCODE  ' SQLCODE
           DISPLAY 'SQLSTATE ' SQLSTATE.
           MOVE 'LGDB2GLR' TO ERR-PROGRAM.
           MOVE SPACES TO ERR-PARAGRAPH.
           MOVE SPACES TO ERR-KEY-VALUES.
           MOVE SQLCODE TO ERR-SQLCODE.
           MOVE SQLSTATE TO ERR-SQLSTATE.
           MOVE SQLERRMC TO ERR-SQLERRMC.
           CALL 'LGSQLERR' USING WS-SQLERR.

       END PROGRAM LGDB2GLR.
