       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGDB2CMP.
      *    NIGHTLY COMPLAINTS DEADLINE WATCH. LISTS EVERY COMPLAINT
      *    STILL OPEN (RECEIVED OR ACKNOWLEDGED, NOT YET RESOLVED OR
      *    ESCALATED) WHOSE RESPONSE DEADLINE HAS PASSED - BREACHED
      *    - OR FALLS WITHIN THE WARNING WINDOW OF THE UWLIMITS ROW
      *    CMPWARNDAYS BUSINESS DAYS (3 WHEN THE ROW IS MISSING),
      *    COUNTED THROUGH LGBUSDAY. BREACHES FIRST, OLDEST
      *    DEADLINE FIRST, WITH THE HANDLER SO THE COMPLAINTS
      *    MANAGER KNOWS WHOM TO CHASE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-TODAY                     PIC 9(8).
       01  WS-TODAY-ISO                 PIC X(10).
       01  WS-WARN-DATE                 PIC X(10).
       01  DB2-WARNDAYS-INT             PIC S9(9) COMP.

       01  DB2-COMPLAINTID-INT          PIC S9(9) COMP.
       01  DB2-CUSTOMERNUMBER-INT       PIC S9(9) COMP.
       01  DB2-POLICYNUMBER-INT         PIC S9(9) COMP.
       01  WS-FETCH-CATEGORY            PIC X(2).
       01  WS-FETCH-STATUS              PIC X(1).
       01  WS-FETCH-RECEIVED            PIC X(10).
       01  WS-FETCH-DEADLINE            PIC X(10).
       01  WS-FETCH-HANDLERID           PIC X(8).

       01  WS-FLAG                      PIC X(8).
       01  WS-CNT-LISTED                PIC 9(7) VALUE 0.
       01  WS-CNT-BREACHED              PIC 9(7) VALUE 0.
       01  WS-CNT-DUE                   PIC 9(7) VALUE 0.

      * LGBUSDAY business-day calendar interface
       01  WS-CALENDAR.
           COPY CALCPY1.

      * Central run-control (RUNLOG) interface
       01  WS-RUNLOG.
           COPY RUNCPY1.

      * SQLCA DB2 communications area
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             DECLARE C1 CURSOR FOR
               SELECT COMPLAINTID,
                      CUSTOMERNUMBER,
                      COALESCE(POLICYNUMBER, 0),
                      CATEGORY,
                      STATUS,
                      CHAR(RECEIVEDDATE, ISO),
                      CHAR(DEADLINE, ISO),
                      COALESCE(HANDLERID, ' ')
               FROM   GENASA1.COMPLAINT
               WHERE  STATUS IN ('R', 'A')
                 AND  DEADLINE <= :WS-WARN-DATE
               ORDER BY DEADLINE, COMPLAINTID
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
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY-ISO.

           PERFORM SET-WARNING-DATE.

           DISPLAY '------------------------------------------------'.
           DISPLAY 'LGDB2CMP COMPLAINTS DEADLINE WATCH - '
                   WS-TODAY-ISO.
           DISPLAY 'WARNING WINDOW ENDS ' WS-WARN-DATE.
           DISPLAY 'FLAG     COMPLAINT  CUSTOMER   POLICY    CAT S'
                   ' RECEIVED   DEADLINE   HANDLER'.

           PERFORM OPEN-CURSOR.
           PERFORM FETCH-CURSOR.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0

                   ADD 1 TO WS-CNT-LISTED
                   IF WS-FETCH-DEADLINE < WS-TODAY-ISO THEN
                      MOVE 'BREACHED' TO WS-FLAG
                      ADD 1 TO WS-CNT-BREACHED
                   ELSE
                      MOVE 'DUE SOON' TO WS-FLAG
                      ADD 1 TO WS-CNT-DUE
                   END-IF
                   DISPLAY WS-FLAG ' ' DB2-COMPLAINTID-INT ' '
                           DB2-CUSTOMERNUMBER-INT ' '
                           DB2-POLICYNUMBER-INT ' '
                           WS-FETCH-CATEGORY '  ' WS-FETCH-STATUS ' '
                           WS-FETCH-RECEIVED ' ' WS-FETCH-DEADLINE
                           ' ' WS-FETCH-HANDLERID
                   PERFORM FETCH-CURSOR
           END-PERFORM.

           PERFORM CLOSE-CURSOR.

           DISPLAY '------------------------------------------------'.
           DISPLAY 'OPEN COMPLAINTS LISTED..: ' WS-CNT-LISTED.
           DISPLAY '  PAST THEIR DEADLINE...: ' WS-CNT-BREACHED.
           DISPLAY '  DUE WITHIN THE WINDOW.: ' WS-CNT-DUE.
           DISPLAY '------------------------------------------------'.

           IF WS-CNT-BREACHED > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM MARK-RUN-ENDED.

           STOP RUN.

      *    THE WINDOW IS BUSINESS DAYS FROM TODAY, SO FRIDAY'S RUN
      *    ALSO WARNS ABOUT WHAT FALLS DUE ON MONDAY AND TUESDAY.
       SET-WARNING-DATE.
           EXEC SQL
              SELECT LIMITVALUE
              INTO  :DB2-WARNDAYS-INT
              FROM  GENASA1.UWLIMITS
              WHERE LIMITNAME = 'CMPWARNDAYS'
           END-EXEC.
           IF SQLCODE NOT = 0 OR DB2-WARNDAYS-INT < 0 THEN
              MOVE 3 TO DB2-WARNDAYS-INT
           END-IF.

           MOVE 'A' TO CAL-FUNCTION.
           MOVE WS-TODAY-ISO TO CAL-DATE.
           MOVE DB2-WARNDAYS-INT TO CAL-DAYS.
           CALL 'LGBUSDAY' USING WS-CALENDAR.
           IF CAL-RC = 0 THEN
              MOVE CAL-RESULT-DATE TO WS-WARN-DATE
           ELSE
              DISPLAY 'LGDB2CMP CALENDAR LOOKUP FAILED RC ' CAL-RC
              MOVE WS-TODAY-ISO TO WS-WARN-DATE
           END-IF.

      *    THE START CALL DOUBLES AS THE DOUBLE-START GUARD - A ROW
      *    STILL MARKED RUNNING FOR TODAY'S CYCLE STOPS THE JOB.
       MARK-RUN-STARTED.
           MOVE 'LGDB2CMP' TO RUN-JOBNAME.
           MOVE 'S' TO RUN-FUNCTION.
           CALL 'LGRUNLOG' USING WS-RUNLOG.
           IF RUN-RC = 4 THEN
              DISPLAY 'LGDB2CMP ALREADY MARKED RUNNING THIS CYCLE'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF RUN-RC = 6 THEN
              DISPLAY 'LGDB2CMP HELD - PREDECESSOR '
                      RUN-FAILED-PRED ' NOT ENDED CLEANLY'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       MARK-RUN-ENDED.
           MOVE 'E' TO RUN-FUNCTION.
           MOVE WS-CNT-LISTED TO RUN-RECORDS-READ.
           MOVE 0 TO RUN-RECORDS-WRITTEN.
           MOVE 0 TO RUN-RECORDS-REJECTED.
           MOVE RETURN-CODE TO RUN-RETURN-CODE.
           CALL 'LGRUNLOG' USING WS-RUNLOG.

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
                 INTO :DB2-COMPLAINTID-INT,
                      :DB2-CUSTOMERNUMBER-INT,
                      :DB2-POLICYNUMBER-INT,
                      :WS-FETCH-CATEGORY,
                      :WS-FETCH-STATUS,
                      :WS-FETCH-RECEIVED,
                      :WS-FETCH-DEADLINE,
                      :WS-FETCH-HANDLERID
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
       DISPLAY-SQL-ERROR.

           DISPLAY 'SQLERROR'
           DISPLAY 'SQLCODE  ' SQLCODE
           DISPLAY 'SQLSTATE ' SQLSTATE.
           MOVE 'LGDB2CMP' TO ERR-PROGRAM.
           MOVE SPACES TO ERR-PARAGRAPH.
           MOVE SPACES TO ERR-KEY-VALUES.
           MOVE SQLCODE TO ERR-SQLCODE.
           MOVE SQLSTATE TO ERR-SQLSTATE.
           MOVE SQLERRMC TO ERR-SQLERRMC.
           CALL 'LGSQLERR' USING WS-SQLERR.

       END PROGRAM LGDB2CMP.
