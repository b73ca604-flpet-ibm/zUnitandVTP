       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGDB2DAC.
      *    MONTH-END DEFERRED ACQUISITION COST (DAC). THE BROKER
      *    COMMISSION ON A POLICY (PAYMENT * COMMISSION / 100, THE
      *    FIGURE LGDB2PBL PAYS) IS DEFERRED WHEN THE POLICY IS
      *    WRITTEN AND RELEASED PRO-RATA OVER ISSUEDATE TO
      *    EXPIRYDATE - IN STEP WITH THE PREMIUM LGDB2UPR EARNS -
      *    AS AT THE REPORTING DATE ON SYSIN (YYYY-MM-DD, DEFAULTS
      *    TO TODAY). A POLICY CANCELLED MID-TERM CARRIES NO DAC
      *    AFTER ITS CANCELDATE: WHAT WAS STILL DEFERRED ON IT IS
      *    WRITTEN OFF, SINCE THE COMMISSION ON IT IS CLAWED BACK.
      *    PRINTS THE OPENING DAC (THE PREVIOUS SNAPSHOT'S
      *    CLOSING), NEW DAC, AMORTISATION, WRITE-OFFS AND CLOSING
      *    DAC BY POLICYTYPE AND KEEPS THE MOVEMENT ON DACHISTORY,
      *    WHERE LGDB2GLI PICKS IT UP AND JOURNALS THE DEFERRAL
      *    ('DAD'), THE AMORTISATION ('DAM') AND THE WRITE-OFF
      *    ('DWO'). AMORTISATION IS THE BALANCING FIGURE (OPENING +
      *    NEW - WRITE-OFF - CLOSING), SO THE MOVEMENT ALWAYS
      *    ADDS UP. A RERUN FOR THE SAME REPORTING DATE REPLACES
      *    ITS SNAPSHOT - UNLESS LGDB2GLI HAS ALREADY JOURNALED IT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-REPORT-CARD               PIC X(10).
       01  WS-REPORT-DATE               PIC X(10).
       01  WS-PREV-DATE                 PIC X(10).
       01  WS-PREV-IND                  PIC S9(4) COMP.
       01  WS-TODAY.
           05 WS-TODAY-YEAR   PIC 9999.
           05 WS-TODAY-MONTH  PIC 99.
           05 WS-TODAY-DAY    PIC 99.

       01  WS-FETCH-TYPE                PIC X(1).
       01  DB2-COMMISSION-INT           PIC S9(9) COMP.
       01  DB2-TERM-DAYS                PIC S9(9) COMP.
       01  DB2-ELAPSED-DAYS             PIC S9(9) COMP.
       01  DB2-NEW-FLAG                 PIC S9(4) COMP.
       01  DB2-CANCELLED-FLAG           PIC S9(4) COMP.
       01  DB2-CANCEL-IN-PERIOD         PIC S9(4) COMP.
       01  DB2-CANCEL-ELAPSED           PIC S9(9) COMP.
       01  DB2-OPENING-INT              PIC S9(9) COMP.

       01  WS-NEW-DAC                   PIC S9(9) COMP.
       01  WS-WRITTEN-OFF               PIC S9(9) COMP.
       01  WS-CLOSING-DAC               PIC S9(9) COMP.

      *    ONE ENTRY PER DISTINCT POLICYTYPE.
       01  WS-TYPE-TABLE.
           05 WS-TYPE-ENTRY OCCURS 20 TIMES INDEXED BY WS-TYPE-IDX.
              10 WS-TYPE-CODE           PIC X(1).
              10 WS-TYPE-POLICIES       PIC S9(9) COMP.
              10 WS-TYPE-OPENING        PIC S9(11) COMP.
              10 WS-TYPE-NEW            PIC S9(11) COMP.
              10 WS-TYPE-AMORTISED      PIC S9(11) COMP.
              10 WS-TYPE-WRITTEN-OFF    PIC S9(11) COMP.
              10 WS-TYPE-CLOSING        PIC S9(11) COMP.
       01  WS-TYPE-COUNT                PIC S9(4) COMP VALUE 0.

       01  DB2-DACID-INT                PIC S9(9) COMP.
       01  DB2-POLICIES-INT             PIC S9(9) COMP.
       01  DB2-NEW-INT                  PIC S9(9) COMP.
       01  DB2-AMORTISED-INT            PIC S9(9) COMP.
       01  DB2-WRITTEN-OFF-INT          PIC S9(9) COMP.
       01  DB2-CLOSING-INT              PIC S9(9) COMP.
       01  WS-JOURNALED-COUNT           PIC S9(9) COMP.

       01  WS-DISP-OPENING              PIC -(10)9.
       01  WS-DISP-NEW                  PIC -(10)9.
       01  WS-DISP-AMORTISED            PIC -(10)9.
       01  WS-DISP-WRITTEN-OFF          PIC -(10)9.
       01  WS-DISP-CLOSING              PIC -(10)9.

       01  WS-CNT-POLICIES              PIC 9(7) VALUE 0.

      * Number-range allocation through NUMPGM1
       01  WS-NUM.
           COPY NUMCPY1.

      * Central run-control (RUNLOG) interface
       01  WS-RUNLOG.
           COPY RUNCPY1.

      * SQLCA DB2 communications area
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    EVERY BROKER-SOLD POLICY WRITTEN UP TO THE REPORTING
      *    DATE WITH ITS COMMISSION, COVER-PERIOD DAY COUNTS,
      *    WHETHER IT IS NEW SINCE THE PREVIOUS SNAPSHOT AND ANY
      *    CANCELLATION - DAY ARITHMETIC AS IN LGDB2UPR.
           EXEC SQL
             DECLARE C1 CURSOR FOR
               SELECT POLICY.POLICYTYPE,
                      POLICY.PAYMENT * POLICY.COMMISSION / 100,
                      DAYS(POLICY.EXPIRYDATE) -
                      DAYS(POLICY.ISSUEDATE),
                      DAYS(:WS-REPORT-DATE) -
                      DAYS(POLICY.ISSUEDATE),
                      CASE WHEN POLICY.ISSUEDATE > :WS-PREV-DATE
                           THEN 1 ELSE 0 END,
                      CASE WHEN GENASA1.POLCANCEL.CANCELDATE <=
                                :WS-REPORT-DATE
                           THEN 1 ELSE 0 END,
                      CASE WHEN GENASA1.POLCANCEL.CANCELDATE >
                                :WS-PREV-DATE
                            AND GENASA1.POLCANCEL.CANCELDATE <=
                                :WS-REPORT-DATE
                           THEN 1 ELSE 0 END,
                      DAYS(COALESCE(GENASA1.POLCANCEL.CANCELDATE,
                                    POLICY.ISSUEDATE)) -
                      DAYS(POLICY.ISSUEDATE)
               FROM POLICY
               LEFT OUTER JOIN GENASA1.POLCANCEL
                 ON  GENASA1.POLCANCEL.POLICYNUMBER =
                     POLICY.POLICYNUMBER
               WHERE POLICY.ISSUEDATE <= :WS-REPORT-DATE
                 AND POLICY.BROKERID > 0
                 AND POLICY.COMMISSION > 0
           END-EXEC.

      *    THE PREVIOUS SNAPSHOT - ITS CLOSING IS THIS OPENING.
           EXEC SQL
             DECLARE C2 CURSOR FOR
               SELECT POLICYTYPE, CLOSINGDAC
               FROM   GENASA1.DACHISTORY
               WHERE  REPORTDATE = :WS-PREV-DATE
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

           PERFORM CHECK-NOT-JOURNALED.
           PERFORM LOAD-OPENING-DAC.

           PERFORM OPEN-CURSOR.
           PERFORM FETCH-CURSOR.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0

                   ADD 1 TO WS-CNT-POLICIES
                   PERFORM DEFER-ONE-POLICY
                   PERFORM FETCH-CURSOR
           END-PERFORM.

           PERFORM CLOSE-CURSOR.

           PERFORM DISPLAY-REPORT.
           PERFORM STORE-SNAPSHOT.

           EXEC SQL COMMIT END-EXEC.

           PERFORM MARK-RUN-ENDED.

           STOP RUN.

      *    THE START CALL DOUBLES AS THE DOUBLE-START GUARD - A ROW
      *    STILL MARKED RUNNING FOR TODAY'S CYCLE STOPS THE JOB.
       MARK-RUN-STARTED.
           MOVE 'LGDB2DAC' TO RUN-JOBNAME.
           MOVE 'S' TO RUN-FUNCTION.
           CALL 'LGRUNLOG' USING WS-RUNLOG.
           IF RUN-RC = 4 THEN
              DISPLAY 'LGDB2DAC ALREADY MARKED RUNNING THIS CYCLE'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF RUN-RC = 6 THEN
              DISPLAY 'LGDB2DAC HELD - PREDECESSOR '
                      RUN-FAILED-PRED ' NOT ENDED CLEANLY'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       MARK-RUN-ENDED.
           MOVE 'E' TO RUN-FUNCTION.
           MOVE WS-CNT-POLICIES TO RUN-RECORDS-READ.
           MOVE WS-TYPE-COUNT TO RUN-RECORDS-WRITTEN.
           MOVE 0 TO RUN-RECORDS-REJECTED.
           MOVE RETURN-CODE TO RUN-RETURN-CODE.
           CALL 'LGRUNLOG' USING WS-RUNLOG.

      *----------------------------------------------------------------*
      *    ONCE THE GL HOLDS A SNAPSHOT'S JOURNALS THE SNAPSHOT IS
      *    FINAL - REPLACING IT WOULD LEAVE THE GL OUT OF STEP.
       CHECK-NOT-JOURNALED.
           EXEC SQL
              SELECT COUNT(*)
              INTO  :WS-JOURNALED-COUNT
              FROM  GENASA1.DACHISTORY H,
                    GENASA1.GLJOURNAL J
              WHERE H.REPORTDATE = :WS-REPORT-DATE
                AND J.SOURCETYPE IN ('DAD', 'DAM', 'DWO')
                AND J.SOURCEKEY = H.DACID
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              EXEC SQL ROLLBACK END-EXEC
              MOVE 16 TO RETURN-CODE
              PERFORM MARK-RUN-ENDED
              STOP RUN
           END-IF.
           IF WS-JOURNALED-COUNT > 0 THEN
              DISPLAY 'LGDB2DAC DAC AS AT ' WS-REPORT-DATE
                      ' IS ALREADY JOURNALED - NOT REPLACED'
              MOVE 8 TO RETURN-CODE
              PERFORM MARK-RUN-ENDED
              STOP RUN
           END-IF.

      *    THE FIRST EVER RUN HAS NO PREVIOUS SNAPSHOT: EVERY
      *    POLICY WRITTEN SO FAR IS NEW AND THE AMORTISATION LINE
      *    CATCHES UP ON ALL THE COMMISSION ALREADY RELEASED.
       LOAD-OPENING-DAC.
           EXEC SQL
              SELECT MAX(REPORTDATE)
              INTO  :WS-PREV-DATE :WS-PREV-IND
              FROM  GENASA1.DACHISTORY
              WHERE REPORTDATE < :WS-REPORT-DATE
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              EXEC SQL ROLLBACK END-EXEC
              MOVE 16 TO RETURN-CODE
              PERFORM MARK-RUN-ENDED
              STOP RUN
           END-IF.
           IF WS-PREV-IND < 0 THEN
              MOVE '0001-01-01' TO WS-PREV-DATE
           END-IF.

           EXEC SQL OPEN C2 END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              EXEC SQL ROLLBACK END-EXEC
              MOVE 16 TO RETURN-CODE
              PERFORM MARK-RUN-ENDED
              STOP RUN
           END-IF.
           PERFORM FETCH-C2.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0
              PERFORM FIND-TYPE-ENTRY
              ADD DB2-OPENING-INT TO WS-TYPE-OPENING(WS-TYPE-IDX)
              PERFORM FETCH-C2
           END-PERFORM.
           EXEC SQL CLOSE C2 END-EXEC.

       FETCH-C2.
           EXEC SQL
              FETCH C2
              INTO :WS-FETCH-TYPE, :DB2-OPENING-INT
           END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              EXEC SQL ROLLBACK END-EXEC
              MOVE 16 TO RETURN-CODE
              PERFORM MARK-RUN-ENDED
              STOP RUN
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
                 INTO :WS-FETCH-TYPE,
                      :DB2-COMMISSION-INT,
                      :DB2-TERM-DAYS,
                      :DB2-ELAPSED-DAYS,
                      :DB2-NEW-FLAG,
                      :DB2-CANCELLED-FLAG,
                      :DB2-CANCEL-IN-PERIOD,
                      :DB2-CANCEL-ELAPSED
             END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              EXEC SQL ROLLBACK END-EXEC
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
      *    WHAT IS STILL DEFERRED IS THE UNEXPIRED SHARE OF THE
      *    COMMISSION. A POLICY WITH NO COVER PERIOD DEFERS NOTHING
      *    - ITS COMMISSION IS NEW AND AMORTISED IN THE SAME MONTH.
      *    ON CANCELLATION THE SHARE UNEXPIRED AT THE CANCELDATE IS
      *    WRITTEN OFF AND NOTHING STAYS DEFERRED.
       DEFER-ONE-POLICY.
           MOVE 0 TO WS-NEW-DAC.
           MOVE 0 TO WS-WRITTEN-OFF.
           MOVE 0 TO WS-CLOSING-DAC.
           IF DB2-NEW-FLAG = 1 THEN
              MOVE DB2-COMMISSION-INT TO WS-NEW-DAC
           END-IF.

           IF DB2-TERM-DAYS > 0 THEN
              IF DB2-CANCELLED-FLAG = 1 THEN
                 IF DB2-CANCEL-IN-PERIOD = 1 THEN
                    MOVE DB2-CANCEL-ELAPSED TO DB2-ELAPSED-DAYS
                    PERFORM CLAMP-ELAPSED-DAYS
                    COMPUTE WS-WRITTEN-OFF =
                            DB2-COMMISSION-INT
                            * (DB2-TERM-DAYS - DB2-ELAPSED-DAYS)
                            / DB2-TERM-DAYS
                 END-IF
              ELSE
                 PERFORM CLAMP-ELAPSED-DAYS
                 COMPUTE WS-CLOSING-DAC =
                         DB2-COMMISSION-INT
                         * (DB2-TERM-DAYS - DB2-ELAPSED-DAYS)
                         / DB2-TERM-DAYS
              END-IF
           END-IF.

           PERFORM FIND-TYPE-ENTRY.
           ADD 1 TO WS-TYPE-POLICIES(WS-TYPE-IDX).
           ADD WS-NEW-DAC TO WS-TYPE-NEW(WS-TYPE-IDX).
           ADD WS-WRITTEN-OFF TO WS-TYPE-WRITTEN-OFF(WS-TYPE-IDX).
           ADD WS-CLOSING-DAC TO WS-TYPE-CLOSING(WS-TYPE-IDX).

       CLAMP-ELAPSED-DAYS.
           IF DB2-ELAPSED-DAYS < 0 THEN
              MOVE 0 TO DB2-ELAPSED-DAYS
           END-IF.
           IF DB2-ELAPSED-DAYS > DB2-TERM-DAYS THEN
              MOVE DB2-TERM-DAYS TO DB2-ELAPSED-DAYS
           END-IF.

       FIND-TYPE-ENTRY.
           SET WS-TYPE-IDX TO 1.
           SEARCH WS-TYPE-ENTRY
              AT END
                 PERFORM ADD-NEW-TYPE-ENTRY
              WHEN WS-TYPE-IDX > WS-TYPE-COUNT
                 PERFORM ADD-NEW-TYPE-ENTRY
              WHEN WS-TYPE-CODE(WS-TYPE-IDX) = WS-FETCH-TYPE
                 CONTINUE
           END-SEARCH.

       ADD-NEW-TYPE-ENTRY.
           ADD 1 TO WS-TYPE-COUNT
           SET WS-TYPE-IDX TO WS-TYPE-COUNT
           MOVE WS-FETCH-TYPE TO WS-TYPE-CODE(WS-TYPE-IDX)
           MOVE 0 TO WS-TYPE-POLICIES(WS-TYPE-IDX)
           MOVE 0 TO WS-TYPE-OPENING(WS-TYPE-IDX)
           MOVE 0 TO WS-TYPE-NEW(WS-TYPE-IDX)
           MOVE 0 TO WS-TYPE-AMORTISED(WS-TYPE-IDX)
           MOVE 0 TO WS-TYPE-WRITTEN-OFF(WS-TYPE-IDX)
           MOVE 0 TO WS-TYPE-CLOSING(WS-TYPE-IDX).

      *----------------------------------------------------------------*
       DISPLAY-REPORT.
           DISPLAY '------------------------------------------------'
                   '--------------------'.
           DISPLAY 'LGDB2DAC DEFERRED ACQUISITION COST AS AT '
                   WS-REPORT-DATE.
           DISPLAY 'TYPE     OPENING         NEW   AMORTISED '
                   'WRITTEN-OFF     CLOSING'.
           PERFORM DISPLAY-ONE-TYPE VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > WS-TYPE-COUNT.
           DISPLAY '------------------------------------------------'
                   '--------------------'.

       DISPLAY-ONE-TYPE.
           COMPUTE WS-TYPE-AMORTISED(WS-TYPE-IDX) =
                   WS-TYPE-OPENING(WS-TYPE-IDX)
                 + WS-TYPE-NEW(WS-TYPE-IDX)
                 - WS-TYPE-WRITTEN-OFF(WS-TYPE-IDX)
                 - WS-TYPE-CLOSING(WS-TYPE-IDX).

           MOVE WS-TYPE-OPENING(WS-TYPE-IDX) TO WS-DISP-OPENING.
           MOVE WS-TYPE-NEW(WS-TYPE-IDX) TO WS-DISP-NEW.
           MOVE WS-TYPE-AMORTISED(WS-TYPE-IDX) TO WS-DISP-AMORTISED.
           MOVE WS-TYPE-WRITTEN-OFF(WS-TYPE-IDX)
             TO WS-DISP-WRITTEN-OFF.
           MOVE WS-TYPE-CLOSING(WS-TYPE-IDX) TO WS-DISP-CLOSING.
           DISPLAY '  ' WS-TYPE-CODE(WS-TYPE-IDX) ' '
                   WS-DISP-OPENING ' ' WS-DISP-NEW ' '
                   WS-DISP-AMORTISED ' ' WS-DISP-WRITTEN-OFF ' '
                   WS-DISP-CLOSING.

      *    A RERUN FOR THE SAME REPORTING DATE REPLACES ITS OWN
      *    SNAPSHOT RATHER THAN DOUBLING IT.
       STORE-SNAPSHOT.
           EXEC SQL
              DELETE FROM GENASA1.DACHISTORY
              WHERE REPORTDATE = :WS-REPORT-DATE
           END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              EXEC SQL ROLLBACK END-EXEC
              MOVE 16 TO RETURN-CODE
              PERFORM MARK-RUN-ENDED
              STOP RUN
           END-IF.

      *    ONE BLOCK OF DACIDS FROM THE NUMBER RANGE FOR THE WHOLE
      *    SNAPSHOT - STORE-ONE-SNAPSHOT COUNTS THROUGH IT.
           IF WS-TYPE-COUNT > 0 THEN
              MOVE 'DACHIST' TO NUM-KEY-TYPE
              MOVE WS-TYPE-COUNT TO NUM-COUNT
              CALL 'NUMPGM1' USING WS-NUM
              IF NUM-RC NOT = 0 THEN
                 DISPLAY 'LGDB2DAC - NO DACHISTORY ID, NUMPGM1 RC '
                         NUM-RC
                 EXEC SQL ROLLBACK END-EXEC
                 MOVE 16 TO RETURN-CODE
                 PERFORM MARK-RUN-ENDED
                 STOP RUN
              END-IF
              COMPUTE DB2-DACID-INT = NUM-FIRST - 1
           END-IF.

           PERFORM STORE-ONE-SNAPSHOT
                   VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > WS-TYPE-COUNT.

       STORE-ONE-SNAPSHOT.
           ADD 1 TO DB2-DACID-INT.
           MOVE WS-TYPE-CODE(WS-TYPE-IDX) TO WS-FETCH-TYPE.
           MOVE WS-TYPE-POLICIES(WS-TYPE-IDX) TO DB2-POLICIES-INT.
           MOVE WS-TYPE-OPENING(WS-TYPE-IDX) TO DB2-OPENING-INT.
           MOVE WS-TYPE-NEW(WS-TYPE-IDX) TO DB2-NEW-INT.
           MOVE WS-TYPE-AMORTISED(WS-TYPE-IDX) TO DB2-AMORTISED-INT.
           MOVE WS-TYPE-WRITTEN-OFF(WS-TYPE-IDX)
             TO DB2-WRITTEN-OFF-INT.
           MOVE WS-TYPE-CLOSING(WS-TYPE-IDX) TO DB2-CLOSING-INT.
           EXEC SQL
              INSERT INTO GENASA1.DACHISTORY
                        ( DACID,
                          REPORTDATE,
                          POLICYTYPE,
                          POLICIES,
                          OPENINGDAC,
                          NEWDAC,
                          AMORTISED,
                          WRITTENOFF,
                          CLOSINGDAC )
                 VALUES ( :DB2-DACID-INT,
                          :WS-REPORT-DATE,
                          :WS-FETCH-TYPE,
                          :DB2-POLICIES-INT,
                          :DB2-OPENING-INT,
                          :DB2-NEW-INT,
                          :DB2-AMORTISED-INT,
                          :DB2-WRITTEN-OFF-INT,
                          :DB2-CLOSING-INT )
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              EXEC SQL ROLLBACK END-EXEC
              MOVE 16 TO RETURN-CODE
              PERFORM MARK-RUN-ENDED
              STOP RUN
           END-IF.

      *----------------------------------------------------------------*
       DISPLAY-SQL-ERROR.

           DISPLAY 'SQLERROR'
           DISPLAY 'SQLCODE  ' SQLCODE
           DISPLAY 'SQLSTATE ' SQLSTATE.
           MOVE 'LGDB2DAC' TO ERR-PROGRAM.
           MOVE SPACES TO ERR-PARAGRAPH.
           MOVE SPACES TO ERR-KEY-VALUES.
           MOVE SQLCODE TO ERR-SQLCODE.
           MOVE SQLSTATE TO ERR-SQLSTATE.
           MOVE SQLERRMC TO ERR-SQLERRMC.
           CALL 'LGSQLERR' USING WS-SQLERR.

       END PROGRAM LGDB2DAC.
