       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGDB2PWM.
      *    ONE-OFF CONVERSION OF CUSTOMER_SECURE FROM PLAIN-TEXT
      *    CUSTOMERPASS TO THE SALTED PWDHASH HASH (PASSSALT AND
      *    PASSHASH). EVERY ROW WITHOUT A HASH IS READ; A USABLE
      *    PASSWORD IS HASHED UNDER A FRESH SALT AND THE PLAIN
      *    VALUE NULLED IN THE SAME UPDATE. A ROW WHOSE PASSWORD
      *    IS MISSING, BLANK OR CARRIES UNPRINTABLE BYTES HAS THE
      *    PLAIN VALUE NULLED AND STATE_INDICATOR SET TO 'R':
      *    CUSPGM1 AND CUSPGMV REFUSE IT UNTIL THE CUSTOMER RESETS
      *    THROUGH CUSPGMR, AND THE FORCED RESET IS RECORDED ON
      *    AUDITLOG. FINALLY ANY AUDITLOG IMAGE THE PASSWORD
      *    SERVICES WROTE THAT IS NOT ONE OF THEIR FIXED TEXTS IS
      *    OVERWRITTEN, SO NO PASSWORD VALUE SURVIVES IN THE AUDIT
      *    TRAIL (ARCHIVES ALREADY OFFLOADED BY LGDB2HSK ARE
      *    OUTSIDE ITS REACH).
      *    SAFE TO RE-RUN - A ROW ALREADY HASHED OR ALREADY
      *    FLAGGED 'R' IS NOT SELECTED AGAIN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  DB2-CUSTOMERNUMBER-INT       PIC S9(9) COMP.
       01  WS-CUR-PASS                  PIC X(32).
       01  WS-BAD-CHARS                 PIC S9(4) COMP.
       01  WS-CUSTNO-DISPLAY            PIC 9(10).
       01  WS-ROWS-SCRUBBED             PIC S9(9) COMP VALUE 0.

       01  WS-CONVERT-SW                PIC X.
           88 PASSWORD-CONVERTIBLE            VALUE 'Y'.

       01  WS-CNT-READ                  PIC 9(9) VALUE 0.
       01  WS-CNT-CONVERTED             PIC 9(9) VALUE 0.
       01  WS-CNT-FORCED-RESET          PIC 9(9) VALUE 0.
       01  WS-CNT-SCRUBBED              PIC 9(9) VALUE 0.

      *    PERIODIC COMMIT SO THE JOB DOES NOT HOLD LOCKS AND LOG
      *    SPACE FOR THE FULL LENGTH OF THE RUN.
       01  WS-COMMIT-INTERVAL          PIC S9(9) COMP VALUE 1000.
       01  WS-ROWS-SINCE-COMMIT        PIC S9(9) COMP VALUE 0.

      * Salted password hash through PWDHASH
       01  WS-PWD.
           COPY PWDCPY1.

      * Audit trail area - PASSWORD VALUES ARE NEVER LOGGED
       01  WS-AUDIT.
           COPY AUDCPY1.

      * Central run-control (RUNLOG) interface
       01  WS-RUNLOG.
           COPY RUNCPY1.

      * SQLCA DB2 communications area
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             DECLARE C1 CURSOR WITH HOLD FOR
               SELECT CUSTOMERNUMBER,
                      COALESCE(CUSTOMERPASS, ' ')
               FROM   CUSTOMER_SECURE
               WHERE  PASSHASH IS NULL
                 AND  COALESCE(STATE_INDICATOR, ' ') <> 'R'
           END-EXEC.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.
       MAIN.

           PERFORM MARK-RUN-STARTED.

           PERFORM OPEN-CURSOR.
           PERFORM FETCH-CURSOR.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0
                   ADD 1 TO WS-CNT-READ
                   PERFORM CONVERT-ONE-ROW
                   PERFORM COMMIT-CHECKPOINT
                   PERFORM FETCH-CURSOR
           END-PERFORM.
           PERFORM CLOSE-CURSOR.

           PERFORM SCRUB-AUDIT-IMAGES.

           EXEC SQL COMMIT END-EXEC.

           PERFORM DISPLAY-SUMMARY.

           PERFORM MARK-RUN-ENDED.

           STOP RUN.

      *    THE START CALL DOUBLES AS THE DOUBLE-START GUARD - A ROW
      *    STILL MARKED RUNNING FOR TODAY'S CYCLE STOPS THE JOB.
       MARK-RUN-STARTED.
           MOVE 'LGDB2PWM' TO RUN-JOBNAME.
           MOVE 'S' TO RUN-FUNCTION.
           CALL 'LGRUNLOG' USING WS-RUNLOG.
           IF RUN-RC = 4 THEN
              DISPLAY 'LGDB2PWM ALREADY MARKED RUNNING THIS CYCLE'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF RUN-RC = 6 THEN
              DISPLAY 'LGDB2PWM HELD - PREDECESSOR '
                      RUN-FAILED-PRED ' NOT ENDED CLEANLY'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       MARK-RUN-ENDED.
           MOVE 'E' TO RUN-FUNCTION.
           MOVE WS-CNT-READ TO RUN-RECORDS-READ.
           MOVE WS-CNT-CONVERTED TO RUN-RECORDS-WRITTEN.
           MOVE WS-CNT-FORCED-RESET TO RUN-RECORDS-REJECTED.
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
              INTO :DB2-CUSTOMERNUMBER-INT,
                   :WS-CUR-PASS
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
      *    A PASSWORD THAT IS BLANK OR HOLDS LOW/HIGH VALUES WAS
      *    NEVER A REAL CUSTOMER CHOICE - HASHING IT WOULD ONLY
      *    PRESERVE A VALUE NOBODY CAN TYPE.
       CONVERT-ONE-ROW.
           MOVE 'N' TO WS-CONVERT-SW.
           MOVE 0 TO WS-BAD-CHARS.
           INSPECT WS-CUR-PASS TALLYING WS-BAD-CHARS
                   FOR ALL LOW-VALUE ALL HIGH-VALUE.
           IF WS-CUR-PASS NOT = SPACES AND WS-BAD-CHARS = 0 THEN
              MOVE 'S' TO PWD-FUNCTION IN WS-PWD
              MOVE WS-CUR-PASS TO PWD-PASSWORD IN WS-PWD
              CALL 'PWDHASH' USING WS-PWD
              MOVE SPACES TO PWD-PASSWORD IN WS-PWD
      *    A HASHING FAILURE IS A DB2 PROBLEM, NOT A BAD PASSWORD -
      *    STOP RATHER THAN FORCE EVERY REMAINING CUSTOMER TO RESET.
              IF PWD-RETURN-CODE IN WS-PWD NOT = 0 THEN
                 DISPLAY 'LGDB2PWM PWDHASH FAILED RC '
                         PWD-RETURN-CODE IN WS-PWD
                 EXEC SQL ROLLBACK END-EXEC
                 MOVE 16 TO RETURN-CODE
                 PERFORM MARK-RUN-ENDED
                 STOP RUN
              END-IF
              SET PASSWORD-CONVERTIBLE TO TRUE
           END-IF.
           MOVE SPACES TO WS-CUR-PASS.

           IF PASSWORD-CONVERTIBLE THEN
              PERFORM STORE-HASH
           ELSE
              PERFORM FORCE-RESET
           END-IF.

       STORE-HASH.
           EXEC SQL
              UPDATE CUSTOMER_SECURE
              SET    CUSTOMERPASS = NULL,
                     PASSSALT     = :PWD-SALT,
                     PASSHASH     = :PWD-HASH
              WHERE  CUSTOMERNUMBER = :DB2-CUSTOMERNUMBER-INT
                AND  PASSHASH IS NULL
           END-EXEC.
           IF SQLCODE = 0 THEN
              ADD 1 TO WS-CNT-CONVERTED
           ELSE
              IF SQLCODE NOT = 100 THEN
                 PERFORM DISPLAY-SQL-ERROR
                 EXEC SQL ROLLBACK END-EXEC
                 MOVE 16 TO RETURN-CODE
                 PERFORM MARK-RUN-ENDED
                 STOP RUN
              END-IF
           END-IF.

       FORCE-RESET.
           EXEC SQL
              UPDATE CUSTOMER_SECURE
              SET    CUSTOMERPASS    = NULL,
                     PASSSALT        = NULL,
                     PASSHASH        = NULL,
                     STATE_INDICATOR = 'R'
              WHERE  CUSTOMERNUMBER = :DB2-CUSTOMERNUMBER-INT
                AND  PASSHASH IS NULL
           END-EXEC.
           IF SQLCODE = 0 THEN
              ADD 1 TO WS-CNT-FORCED-RESET
              PERFORM WRITE-AUDIT-TRAIL
           ELSE
              IF SQLCODE NOT = 100 THEN
                 PERFORM DISPLAY-SQL-ERROR
                 EXEC SQL ROLLBACK END-EXEC
                 MOVE 16 TO RETURN-CODE
                 PERFORM MARK-RUN-ENDED
                 STOP RUN
              END-IF
           END-IF.

       WRITE-AUDIT-TRAIL.
           MOVE 'LGDB2PWM' TO AUD-PROGRAM IN WS-AUDIT.
           MOVE 'PWDMIG' TO AUD-REQUEST-ID IN WS-AUDIT.
           MOVE DB2-CUSTOMERNUMBER-INT TO WS-CUSTNO-DISPLAY.
           MOVE WS-CUSTNO-DISPLAY TO AUD-KEY IN WS-AUDIT.
           MOVE 'LGDB2PWM' TO AUD-OPERATOR IN WS-AUDIT.
           MOVE 'PASSWORD ON FILE NOT CONVERTIBLE' TO
                AUD-BEFORE-IMAGE IN WS-AUDIT.
           MOVE 'PASSWORD CLEARED, RESET THROUGH CUSPGMR REQUIRED'
                TO AUD-AFTER-IMAGE IN WS-AUDIT.
           EXEC SQL
              INSERT INTO GENASA1.AUDITLOG
                        ( PROGRAMNAME,
                          REQUESTID,
                          KEYVALUE,
                          BEFOREIMAGE,
                          AFTERIMAGE,
                          AUDITTS,
                          OPERATOR )
                 VALUES ( :WS-AUDIT.AUD-PROGRAM,
                          :WS-AUDIT.AUD-REQUEST-ID,
                          :WS-AUDIT.AUD-KEY,
                          :WS-AUDIT.AUD-BEFORE-IMAGE,
                          :WS-AUDIT.AUD-AFTER-IMAGE,
                          CURRENT TIMESTAMP,
                          :WS-AUDIT.AUD-OPERATOR )
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              MOVE 8 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      *    THE PASSWORD SERVICES ONLY EVER WRITE THESE FIXED TEXTS;
      *    ANYTHING ELSE UNDER THEIR NAME PREDATES THAT RULE AND
      *    MAY HOLD A PASSWORD.
       SCRUB-AUDIT-IMAGES.
           EXEC SQL
              UPDATE GENASA1.AUDITLOG
              SET    BEFOREIMAGE = 'PASSWORD VALUE REMOVED',
                     AFTERIMAGE  = 'PASSWORD VALUE REMOVED'
              WHERE  PROGRAMNAME IN ('CUSPGM1', 'CUSPGMV',
                                     'CUSPGMR')
                AND  (COALESCE(BEFOREIMAGE, ' ') NOT IN
                         ('PASSWORD ON FILE',
                          'PASSWORD RESET REQUESTED',
                          'PASSWORD VALUE REMOVED', ' ')
                  OR  (COALESCE(AFTERIMAGE, ' ') NOT IN
                         ('PASSWORD CHANGED',
                          'PASSWORD VALUE REMOVED', ' ')
                       AND AFTERIMAGE NOT LIKE
                          'PASSWORD RESET BY ONE-TIME CODE%'))
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                  MOVE SQLERRD(3) TO WS-ROWS-SCRUBBED
                  MOVE WS-ROWS-SCRUBBED TO WS-CNT-SCRUBBED
               WHEN SQLCODE = 100
                  CONTINUE
               WHEN OTHER
                  PERFORM DISPLAY-SQL-ERROR
                  EXEC SQL ROLLBACK END-EXEC
                  MOVE 16 TO RETURN-CODE
                  PERFORM MARK-RUN-ENDED
                  STOP RUN
           END-EVALUATE.

      *----------------------------------------------------------------*
       DISPLAY-SQL-ERROR.

           DISPLAY 'SQLERROR'
           DISPLAY 'SQLCODE  ' SQLCODE
           DISPLAY 'SQLSTATE ' SQLSTATE.
           MOVE 'LGDB2PWM' TO ERR-PROGRAM.
           MOVE SPACES TO ERR-PARAGRAPH.
           MOVE SPACES TO ERR-KEY-VALUES.
           MOVE SQLCODE TO ERR-SQLCODE.
           MOVE SQLSTATE TO ERR-SQLSTATE.
           MOVE SQLERRMC TO ERR-SQLERRMC.
           CALL 'LGSQLERR' USING WS-SQLERR.

       DISPLAY-SUMMARY.
           DISPLAY '-----------------------------------------'.
           DISPLAY 'LGDB2PWM END OF JOB SUMMARY'.
           DISPLAY '  ROWS READ.............: ' WS-CNT-READ.
           DISPLAY '  PASSWORDS HASHED......: ' WS-CNT-CONVERTED.
           DISPLAY '  FORCED RESETS.........: ' WS-CNT-FORCED-RESET.
           DISPLAY '  AUDIT IMAGES SCRUBBED.: ' WS-CNT-SCRUBBED.
           DISPLAY '-----------------------------------------'.

       END PROGRAM LGDB2PWM.
