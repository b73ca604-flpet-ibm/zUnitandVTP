       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGDB2IDX.
      *    ANNUAL INDEX-LINKING OF SUMS INSURED. RUNS AHEAD OF THE
      *    LGDB2POL RENEWAL WINDOW: EVERY HOUSE, COMMERCIAL AND
      *    ENDOWMENT POLICY RENEWING WITHIN THE SYSIN NUMBER OF
      *    DAYS (DEFAULT 60) HAS THE YEAR'S INDEX FROM INDEXRATE -
      *    KEYED BY LINE OF BUSINESS AND THE YEAR THE RENEWAL FALLS
      *    IN, IN BASIS POINTS - APPLIED TO ITS SUM INSURED
      *    (HOUSE.VALUE, THE FOUR COMMERCIAL PERIL AMOUNTS,
      *    ENDOWMENT.SUMASSURED) AND TO POLICY.PAYMENT, SO THE BOOK
      *    STOPS DRIFTING INTO UNDER-INSURANCE. THE BEFORE AND
      *    AFTER VALUES GO TO INDEXHIST, WHICH LGDB2REN READS FOR
      *    THE RENEWAL OFFER AND WHICH ALSO MAKES THE RUN SAFE TO
      *    REPEAT - A POLICY IS INDEXED AT MOST ONCE PER YEAR.
      *    CUSTOMERS WHO HAVE OPTED OUT ON THE CONSENT REGISTER
      *    (CONPGM1) ARE LEFT ALONE, AS IS A LINE WITH NO INDEX
      *    LOADED FOR THE YEAR. MOTOR IS NOT INDEXED - A CAR LOSES
      *    VALUE YEAR ON YEAR AND IS RE-RATED BY LGDB2REN. ENDS WITH
      *    A REPORT OF THE SUM AND PREMIUM EFFECT BY PRODUCT LINE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-DAYS-CARD                 PIC 9(9) VALUE 0.
       01  WS-WINDOW-DAYS               PIC S9(9) COMP VALUE 60.

       01  WS-FETCH-POLICYNUMBER        PIC S9(9) COMP.
       01  WS-FETCH-CUSTOMERNUMBER      PIC S9(9) COMP.
       01  WS-FETCH-POLICYTYPE          PIC X(1).
       01  WS-FETCH-INDEXYEAR           PIC S9(4) COMP.
       01  WS-FETCH-PAYMENT             PIC S9(9) COMP.

       01  WS-OPTOUT                    PIC X(1).
       01  WS-INDEXBP                   PIC S9(9) COMP.

       01  WS-OLD-SUM                   PIC S9(9) COMP.
       01  WS-NEW-SUM                   PIC S9(9) COMP.
       01  WS-NEW-PAYMENT               PIC S9(9) COMP.

       01  WS-FIREPREMIUM               PIC S9(9) COMP.
       01  WS-CRIMEPREMIUM              PIC S9(9) COMP.
       01  WS-FLOODPREMIUM              PIC S9(9) COMP.
       01  WS-WEATHERPREMIUM            PIC S9(9) COMP.
       01  WS-NEW-FIREPREMIUM           PIC S9(9) COMP.
       01  WS-NEW-CRIMEPREMIUM          PIC S9(9) COMP.
       01  WS-NEW-FLOODPREMIUM          PIC S9(9) COMP.
       01  WS-NEW-WEATHERPREMIUM        PIC S9(9) COMP.

      *    ONE ENTRY PER INDEXED PRODUCT LINE, IN REPORT ORDER.
       01  WS-LINE-CODES.
           05 FILLER PIC X(1) VALUE 'H'.
           05 FILLER PIC X(1) VALUE 'C'.
           05 FILLER PIC X(1) VALUE 'E'.
       01  WS-LINE-CODE-TAB REDEFINES WS-LINE-CODES.
           05 WS-LINE-CODE PIC X(1) OCCURS 3 TIMES.

       01  WS-LINE-LABELS.
           05 FILLER PIC X(10) VALUE 'HOUSE     '.
           05 FILLER PIC X(10) VALUE 'COMMERCIAL'.
           05 FILLER PIC X(10) VALUE 'ENDOWMENT '.
       01  WS-LINE-LABEL-TAB REDEFINES WS-LINE-LABELS.
           05 WS-LINE-LABEL PIC X(10) OCCURS 3 TIMES.

       01  WS-LINE-TABLE.
           05 WS-LINE-ENTRY OCCURS 3 TIMES.
              10 WS-LINE-POLICIES       PIC S9(7) COMP.
              10 WS-LINE-OLD-SUM        PIC S9(13) COMP-3.
              10 WS-LINE-NEW-SUM        PIC S9(13) COMP-3.
              10 WS-LINE-OLD-PREMIUM    PIC S9(11) COMP-3.
              10 WS-LINE-NEW-PREMIUM    PIC S9(11) COMP-3.
       01  WS-LINE-IDX                  PIC S9(4) COMP.

       01  WS-DISP-POLICIES             PIC Z(6)9.
       01  WS-DISP-SUM                  PIC Z(12)9.
       01  WS-DISP-PREMIUM              PIC Z(10)9.
       01  WS-DISP-EFFECT               PIC -(10)9.

       01  WS-CNT-CANDIDATES            PIC 9(7) VALUE 0.
       01  WS-CNT-INDEXED               PIC 9(7) VALUE 0.
       01  WS-CNT-OPTED-OUT             PIC 9(7) VALUE 0.
       01  WS-CNT-NO-INDEX              PIC 9(7) VALUE 0.
       01  WS-CNT-ERRORS                PIC 9(7) VALUE 0.

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

      *    RENEWING INSIDE THE WINDOW AND NOT YET INDEXED FOR THE
      *    RENEWAL YEAR, WITH THE SAME EXCLUSIONS AS THE LGDB2POL
      *    RENEWAL SELECTION - DEAD COVER AND DECEASED OR EMIGRATED
      *    CUSTOMERS ARE NOT TOUCHED.
           EXEC SQL
             DECLARE C1 CURSOR WITH HOLD FOR
               SELECT POLICY.POLICYNUMBER,
                      POLICY.CUSTOMERNUMBER,
                      POLICY.POLICYTYPE,
                      YEAR(POLICY.EXPIRYDATE),
                      COALESCE(POLICY.PAYMENT, 0)
               FROM   POLICY
               WHERE  POLICY.POLICYTYPE IN ('H', 'C', 'E')
                 AND  DAYS(POLICY.EXPIRYDATE) - DAYS(CURRENT DATE)
                      BETWEEN 0 AND :WS-WINDOW-DAYS
                 AND  NOT EXISTS
                      (SELECT 1 FROM GENASA1.INDEXHIST
                        WHERE GENASA1.INDEXHIST.POLICYNUMBER =
                              POLICY.POLICYNUMBER
                          AND GENASA1.INDEXHIST.INDEXYEAR =
                              YEAR(POLICY.EXPIRYDATE))
                 AND  NOT EXISTS
                      (SELECT 1 FROM GENASA1.POLCANCEL
                        WHERE GENASA1.POLCANCEL.POLICYNUMBER =
                              POLICY.POLICYNUMBER)
                 AND  NOT EXISTS
                      (SELECT 1 FROM GENASA1.CUSTOMERSTATUS
                        WHERE GENASA1.CUSTOMERSTATUS.CUSTOMERNUMBER =
                              POLICY.CUSTOMERNUMBER
                          AND GENASA1.CUSTOMERSTATUS.STATUS
                              IN ('D', 'E'))
      *    AN ENDOWMENT THAT HAS MATURED, BEEN SURRENDERED OR PAID
      *    OUT ON DEATH IS FINISHED, AND A PAID-UP ONE HAS ITS SUM
      *    FROZEN AT CONVERSION (ENDPGMP) WITH NO PREMIUM TO INDEX.
                 AND  NOT EXISTS
                      (SELECT 1 FROM GENASA1.ENDMATURE
                        WHERE GENASA1.ENDMATURE.POLICYNUMBER =
                              POLICY.POLICYNUMBER)
                 AND  NOT EXISTS
                      (SELECT 1 FROM GENASA1.SURRENDER
                        WHERE GENASA1.SURRENDER.POLICYNUMBER =
                              POLICY.POLICYNUMBER
                          AND GENASA1.SURRENDER.STATUS = 'S')
                 AND  NOT EXISTS
                      (SELECT 1 FROM GENASA1.DEATHCLAIM
                        WHERE GENASA1.DEATHCLAIM.POLICYNUMBER =
                              POLICY.POLICYNUMBER)
                 AND  NOT EXISTS
                      (SELECT 1 FROM GENASA1.ENDPREMALT
                        WHERE GENASA1.ENDPREMALT.POLICYNUMBER =
                              POLICY.POLICYNUMBER
                          AND GENASA1.ENDPREMALT.ALTERTYPE = 'P')
               ORDER BY POLICY.POLICYNUMBER
           END-EXEC.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.
       MAIN.

           PERFORM MARK-RUN-STARTED.

           ACCEPT WS-DAYS-CARD FROM SYSIN.
           IF WS-DAYS-CARD NUMERIC AND WS-DAYS-CARD > 0 THEN
              MOVE WS-DAYS-CARD TO WS-WINDOW-DAYS
           END-IF.

           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > 3
              MOVE 0 TO WS-LINE-POLICIES(WS-LINE-IDX)
              MOVE 0 TO WS-LINE-OLD-SUM(WS-LINE-IDX)
              MOVE 0 TO WS-LINE-NEW-SUM(WS-LINE-IDX)
              MOVE 0 TO WS-LINE-OLD-PREMIUM(WS-LINE-IDX)
              MOVE 0 TO WS-LINE-NEW-PREMIUM(WS-LINE-IDX)
           END-PERFORM.

           PERFORM OPEN-CURSOR.
           PERFORM FETCH-CURSOR.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0

                   ADD 1 TO WS-CNT-CANDIDATES
                   PERFORM INDEX-ONE-POLICY
                           THRU INDEX-ONE-POLICY-EXIT
                   PERFORM COMMIT-CHECKPOINT
                   PERFORM FETCH-CURSOR
           END-PERFORM.

           PERFORM CLOSE-CURSOR.

           EXEC SQL COMMIT END-EXEC.

           PERFORM DISPLAY-REPORT.

           PERFORM MARK-RUN-ENDED.

           STOP RUN.

      *    THE START CALL DOUBLES AS THE DOUBLE-START GUARD - A ROW
      *    STILL MARKED RUNNING FOR TODAY'S CYCLE STOPS THE JOB.
       MARK-RUN-STARTED.
           MOVE 'LGDB2IDX' TO RUN-JOBNAME.
           MOVE 'S' TO RUN-FUNCTION.
           CALL 'LGRUNLOG' USING WS-RUNLOG.
           IF RUN-RC = 4 THEN
              DISPLAY 'LGDB2IDX ALREADY MARKED RUNNING THIS CYCLE'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF RUN-RC = 6 THEN
              DISPLAY 'LGDB2IDX HELD - PREDECESSOR '
                      RUN-FAILED-PRED ' NOT ENDED CLEANLY'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       MARK-RUN-ENDED.
           MOVE 'E' TO RUN-FUNCTION.
           MOVE WS-CNT-CANDIDATES TO RUN-RECORDS-READ.
           MOVE WS-CNT-INDEXED TO RUN-RECORDS-WRITTEN.
           MOVE WS-CNT-ERRORS TO RUN-RECORDS-REJECTED.
           MOVE RETURN-CODE TO RUN-RETURN-CODE.
           CALL 'LGRUNLOG' USING WS-RUNLOG.

       COMMIT-CHECKPOINT.
           ADD 1 TO WS-ROWS-SINCE-COMMIT.
           IF WS-ROWS-SINCE-COMMIT >= WS-COMMIT-INTERVAL THEN
              EXEC SQL COMMIT END-EXEC
              MOVE 0 TO WS-ROWS-SINCE-COMMIT
           END-IF.

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
                 INTO :WS-FETCH-POLICYNUMBER,
                      :WS-FETCH-CUSTOMERNUMBER,
                      :WS-FETCH-POLICYTYPE,
                      :WS-FETCH-INDEXYEAR,
                      :WS-FETCH-PAYMENT
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
      *    NO CONSENT ROW MEANS THE CUSTOMER HAS NEVER DECLINED
      *    INDEXATION - INDEX-LINKING IS THE DEFAULT.
       INDEX-ONE-POLICY.
           MOVE 'N' TO WS-OPTOUT.
           EXEC SQL
              SELECT COALESCE(INDEXOPTOUT, 'N')
              INTO  :WS-OPTOUT
              FROM GENASA1.CONSENT
              WHERE CUSTOMERNUMBER = :WS-FETCH-CUSTOMERNUMBER
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
              PERFORM DISPLAY-SQL-ERROR
              ADD 1 TO WS-CNT-ERRORS
              GO TO INDEX-ONE-POLICY-EXIT
           END-IF.
           IF WS-OPTOUT = 'Y' THEN
              ADD 1 TO WS-CNT-OPTED-OUT
              GO TO INDEX-ONE-POLICY-EXIT
           END-IF.

           EXEC SQL
              SELECT INDEXBP
              INTO  :WS-INDEXBP
              FROM GENASA1.INDEXRATE
              WHERE LINEOFBUSINESS = :WS-FETCH-POLICYTYPE
                AND EFFECTIVEYEAR = :WS-FETCH-INDEXYEAR
           END-EXEC.
           IF SQLCODE = 100 THEN
              ADD 1 TO WS-CNT-NO-INDEX
              GO TO INDEX-ONE-POLICY-EXIT
           END-IF.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              ADD 1 TO WS-CNT-ERRORS
              GO TO INDEX-ONE-POLICY-EXIT
           END-IF.

           EVALUATE WS-FETCH-POLICYTYPE
               WHEN 'H'
                  MOVE 1 TO WS-LINE-IDX
                  EXEC SQL
                     SELECT COALESCE(VALUE, 0)
                     INTO  :WS-OLD-SUM
                     FROM HOUSE
                     WHERE POLICYNUMBER = :WS-FETCH-POLICYNUMBER
                  END-EXEC
               WHEN 'C'
                  MOVE 2 TO WS-LINE-IDX
                  EXEC SQL
                     SELECT COALESCE(FIREPREMIUM, 0),
                            COALESCE(CRIMEPREMIUM, 0),
                            COALESCE(FLOODPREMIUM, 0),
                            COALESCE(WEATHERPREMIUM, 0)
                     INTO  :WS-FIREPREMIUM, :WS-CRIMEPREMIUM,
                           :WS-FLOODPREMIUM, :WS-WEATHERPREMIUM
                     FROM COMMERCIAL
                     WHERE POLICYNUMBER = :WS-FETCH-POLICYNUMBER
                  END-EXEC
               WHEN OTHER
                  MOVE 3 TO WS-LINE-IDX
                  EXEC SQL
                     SELECT COALESCE(SUMASSURED, 0)
                     INTO  :WS-OLD-SUM
                     FROM ENDOWMENT
                     WHERE POLICYNUMBER = :WS-FETCH-POLICYNUMBER
                  END-EXEC
           END-EVALUATE.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              ADD 1 TO WS-CNT-ERRORS
              GO TO INDEX-ONE-POLICY-EXIT
           END-IF.

      *    EACH COMMERCIAL PERIL AMOUNT IS INDEXED ON ITS OWN SO
      *    THE SPLIT BETWEEN PERILS IS KEPT; THE HISTORY CARRIES
      *    THEIR TOTAL.
           IF WS-FETCH-POLICYTYPE = 'C' THEN
              COMPUTE WS-NEW-FIREPREMIUM ROUNDED =
                      WS-FIREPREMIUM * (10000 + WS-INDEXBP) / 10000
              COMPUTE WS-NEW-CRIMEPREMIUM ROUNDED =
                      WS-CRIMEPREMIUM * (10000 + WS-INDEXBP) / 10000
              COMPUTE WS-NEW-FLOODPREMIUM ROUNDED =
                      WS-FLOODPREMIUM * (10000 + WS-INDEXBP) / 10000
              COMPUTE WS-NEW-WEATHERPREMIUM ROUNDED =
                      WS-WEATHERPREMIUM * (10000 + WS-INDEXBP)
                      / 10000
              COMPUTE WS-OLD-SUM = WS-FIREPREMIUM + WS-CRIMEPREMIUM +
                      WS-FLOODPREMIUM + WS-WEATHERPREMIUM
              COMPUTE WS-NEW-SUM = WS-NEW-FIREPREMIUM +
                      WS-NEW-CRIMEPREMIUM + WS-NEW-FLOODPREMIUM +
                      WS-NEW-WEATHERPREMIUM
           ELSE
              COMPUTE WS-NEW-SUM ROUNDED =
                      WS-OLD-SUM * (10000 + WS-INDEXBP) / 10000
           END-IF.

      *    THE PREMIUM FOLLOWS THE SUM - THE SAME INDEX APPLIES.
           COMPUTE WS-NEW-PAYMENT ROUNDED =
                   WS-FETCH-PAYMENT * (10000 + WS-INDEXBP) / 10000.

      *    THE HISTORY ROW IS WHAT KEEPS A RERUN FROM INDEXING THE
      *    SAME POLICY TWICE IN ONE YEAR, SO IT AND THE UPDATES
      *    STAND OR FALL TOGETHER - ANY FAILURE ROLLS THE POLICY
      *    BACK TO THE SAVEPOINT, LEAVING IT FOR THE NEXT RUN.
           EXEC SQL
              SAVEPOINT IDXPOLICY ON ROLLBACK RETAIN CURSORS
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              ADD 1 TO WS-CNT-ERRORS
              GO TO INDEX-ONE-POLICY-EXIT
           END-IF.

           PERFORM WRITE-INDEX-HISTORY.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              PERFORM UNDO-POLICY-INDEXING
              ADD 1 TO WS-CNT-ERRORS
              GO TO INDEX-ONE-POLICY-EXIT
           END-IF.

           EVALUATE WS-FETCH-POLICYTYPE
               WHEN 'H'
                  EXEC SQL
                     UPDATE HOUSE
                     SET    VALUE = :WS-NEW-SUM
                     WHERE  POLICYNUMBER = :WS-FETCH-POLICYNUMBER
                  END-EXEC
               WHEN 'C'
                  EXEC SQL
                     UPDATE COMMERCIAL
                     SET    FIREPREMIUM = :WS-NEW-FIREPREMIUM,
                            CRIMEPREMIUM = :WS-NEW-CRIMEPREMIUM,
                            FLOODPREMIUM = :WS-NEW-FLOODPREMIUM,
                            WEATHERPREMIUM = :WS-NEW-WEATHERPREMIUM
                     WHERE  POLICYNUMBER = :WS-FETCH-POLICYNUMBER
                  END-EXEC
               WHEN OTHER
                  EXEC SQL
                     UPDATE ENDOWMENT
                     SET    SUMASSURED = :WS-NEW-SUM
                     WHERE  POLICYNUMBER = :WS-FETCH-POLICYNUMBER
                  END-EXEC
           END-EVALUATE.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              PERFORM UNDO-POLICY-INDEXING
              ADD 1 TO WS-CNT-ERRORS
              GO TO INDEX-ONE-POLICY-EXIT
           END-IF.

           EXEC SQL
              UPDATE POLICY
              SET    PAYMENT = :WS-NEW-PAYMENT,
                     LASTCHANGED = CURRENT TIMESTAMP
              WHERE  POLICYNUMBER = :WS-FETCH-POLICYNUMBER
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              PERFORM UNDO-POLICY-INDEXING
              ADD 1 TO WS-CNT-ERRORS
              GO TO INDEX-ONE-POLICY-EXIT
           END-IF.

           EXEC SQL RELEASE SAVEPOINT IDXPOLICY END-EXEC.

           ADD 1 TO WS-CNT-INDEXED.
           ADD 1 TO WS-LINE-POLICIES(WS-LINE-IDX).
           ADD WS-OLD-SUM TO WS-LINE-OLD-SUM(WS-LINE-IDX).
           ADD WS-NEW-SUM TO WS-LINE-NEW-SUM(WS-LINE-IDX).
           ADD WS-FETCH-PAYMENT TO WS-LINE-OLD-PREMIUM(WS-LINE-IDX).
           ADD WS-NEW-PAYMENT TO WS-LINE-NEW-PREMIUM(WS-LINE-IDX).

       INDEX-ONE-POLICY-EXIT.
           EXIT.

       UNDO-POLICY-INDEXING.
           EXEC SQL
              ROLLBACK TO SAVEPOINT IDXPOLICY
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
           END-IF.

       WRITE-INDEX-HISTORY.
           EXEC SQL
              INSERT INTO GENASA1.INDEXHIST
                        ( POLICYNUMBER,
                          INDEXYEAR,
                          POLICYTYPE,
                          INDEXBP,
                          OLDSUM,
                          NEWSUM,
                          OLDPREMIUM,
                          NEWPREMIUM,
                          INDEXEDDATE )
                 VALUES ( :WS-FETCH-POLICYNUMBER,
                          :WS-FETCH-INDEXYEAR,
                          :WS-FETCH-POLICYTYPE,
                          :WS-INDEXBP,
                          :WS-OLD-SUM,
                          :WS-NEW-SUM,
                          :WS-FETCH-PAYMENT,
                          :WS-NEW-PAYMENT,
                          CURRENT DATE )
           END-EXEC.

      *----------------------------------------------------------------*
       DISPLAY-REPORT.
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'LGDB2IDX INDEX-LINKING REPORT'.
           DISPLAY '  RENEWAL WINDOW (DAYS)..: ' WS-WINDOW-DAYS.
           DISPLAY '  POLICIES SELECTED......: ' WS-CNT-CANDIDATES.
           DISPLAY '  POLICIES INDEXED.......: ' WS-CNT-INDEXED.
           DISPLAY '  OPTED OUT..............: ' WS-CNT-OPTED-OUT.
           DISPLAY '  NO INDEX FOR YEAR......: ' WS-CNT-NO-INDEX.
           DISPLAY '  ERRORS.................: ' WS-CNT-ERRORS.
           DISPLAY ' '.
           PERFORM DISPLAY-ONE-LINE VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > 3.
           DISPLAY '-----------------------------------------------'.

       DISPLAY-ONE-LINE.
           MOVE WS-LINE-POLICIES(WS-LINE-IDX) TO WS-DISP-POLICIES.
           DISPLAY WS-LINE-CODE(WS-LINE-IDX) ' '
                   WS-LINE-LABEL(WS-LINE-IDX)
                   '  POLICIES INDEXED ' WS-DISP-POLICIES.
           MOVE WS-LINE-OLD-SUM(WS-LINE-IDX) TO WS-DISP-SUM.
           DISPLAY '    SUM INSURED BEFORE....: ' WS-DISP-SUM.
           MOVE WS-LINE-NEW-SUM(WS-LINE-IDX) TO WS-DISP-SUM.
           DISPLAY '    SUM INSURED AFTER.....: ' WS-DISP-SUM.
           MOVE WS-LINE-OLD-PREMIUM(WS-LINE-IDX) TO WS-DISP-PREMIUM.
           DISPLAY '    PREMIUM BEFORE........: ' WS-DISP-PREMIUM.
           MOVE WS-LINE-NEW-PREMIUM(WS-LINE-IDX) TO WS-DISP-PREMIUM.
           DISPLAY '    PREMIUM AFTER.........: ' WS-DISP-PREMIUM.
           COMPUTE WS-DISP-EFFECT = WS-LINE-NEW-PREMIUM(WS-LINE-IDX)
                   - WS-LINE-OLD-PREMIUM(WS-LINE-IDX).
           DISPLAY '    PREMIUM EFFECT........: ' WS-DISP-EFFECT.

      *----------------------------------------------------------------*
       DISPLAY-SQL-ERROR.

           DISPLAY 'SQLERROR'
           DISPLAY 'SQLCODE  ' SQLCODE
           DISPLAY 'SQLSTATE ' SQLSTATE.
           MOVE 'LGDB2IDX' TO ERR-PROGRAM.
           MOVE SPACES TO ERR-PARAGRAPH.
           MOVE SPACES TO ERR-KEY-VALUES.
           MOVE SQLCODE TO ERR-SQLCODE.
           MOVE SQLSTATE TO ERR-SQLSTATE.
           MOVE SQLERRMC TO ERR-SQLERRMC.
           CALL 'LGSQLERR' USING WS-SQLERR.

       END PROGRAM LGDB2IDX.
