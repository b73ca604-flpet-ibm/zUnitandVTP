      *    OR THE CALLER GETS RUN-RC 6 AND THE MISSING JOB'S NAME
      *    ON THE CONSOLE AND IN RUN-FAILED-PRED - SO LGDB2PAY CAN
      *    NO LONGER RUN ON TOP OF A FAILED LGDB2BIL.
      *    THE RETRY CALL ('R') COUNTS A DEADLOCK OR TIMEOUT REPLAY
      *    ON THE JOB'S ROW FOR THE CYCLE, SO LGDB2SLA CAN SHOW
      *    WHICH JOBS COLLIDE WITH THE ONLINE DAY. THE NUMBER OF
      *    REPLAYS ALLOWED PER UNIT OF WORK (SQLRETRYMAX, DEFAULT
      *    3) AND THE WAIT BEFORE EACH (SQLRETRYWAIT SECONDS,
      *    DEFAULT 5) ARE UWLIMITS ROWS. THE CALLER HAS JUST
      *    ROLLED BACK, SO THE COUNT IS COMMITTED HERE AND SURVIVES
      *    A RUN THAT FAILS IN THE END.
      *    A START CALL WITH RUN-MAINT-WINDOW 'Y' ALSO OPENS THE
      *    JOB'S ONLINE MAINTENANCE WINDOW ON SVCAVAIL, DUE TO
      *    CLOSE AT THE JOB'S JOBSLA DEADLINE (OR MAINTMINUTES
      *    FROM NOW, DEFAULT 120, FOR A JOB WITH NO SLA ROW); THE
      *    END CALL CLOSES IT. BOTH ARE COMMITTED AT ONCE SO THE
      *    ONLINE SERVICES SEE THEM AND NEVER WAIT ON THE ROW.
      *    THE IMS BMPS RECORD EACH SYMBOLIC CHECKPOINT ('C') ON
      *    THEIR ROW - COUNT, LAST CHECKPOINT ID AND TIME, COUNTERS
      *    SO FAR - UNCOMMITTED, SO THE CHKP CALL THAT FOLLOWS
      *    COMMITS IT TOGETHER WITH THE WORK IT COVERS; AN XRST
      *    RESTART ('X') IS COUNTED ON THE SAME ROW, WHICH GOES
      *    BACK TO RUNNING. EVERY CALL AFTER THE START WORKS ON THE
      *    CYCLE DATE THE START CALL HANDED BACK.
      *    RUN-RC: 0 OK, 4 ALREADY RUNNING, 6 PREDECESSOR NOT
      *    SATISFIED, 8 SQL ERROR, 10 RETRIES EXHAUSTED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       01  WS-REJECTED-INT             PIC S9(9) COMP.
       01  WS-RETCODE-INT              PIC S9(4) COMP.

      *    DEADLOCK-RETRY ALLOWANCE - UWLIMITS ROWS OVERRIDE
       01  WS-RETRY-MAX                PIC S9(9) COMP.
       01  WS-RETRY-WAIT               PIC S9(9) COMP.
       01  WS-LIMIT-NAME               PIC X(12).
       01  WS-LIMIT-VALUE              PIC S9(9) COMP.
       01  WS-DELAY-SECS               PIC S9(9) BINARY.
       01  WS-DELAY-FC                 PIC X(12).

      *    MAINTENANCE-WINDOW WORK AREAS
       01  WS-DEADLINE                 PIC X(8).
       01  WS-UNTIL-TS                 PIC X(26).
       01  WS-MAINT-MINUTES            PIC S9(9) COMP.

       LINKAGE SECTION.
       01  MY-RUN.
           COPY RUNCPY1.
           MOVE SPACES TO WS-CYCLE-DATE.
           STRING WS-TODAY-YEAR '-' WS-TODAY-MONTH '-' WS-TODAY-DAY
                  DELIMITED BY SIZE INTO WS-CYCLE-DATE.
           IF RUN-FUNCTION IN MY-RUN = 'S' THEN
              MOVE WS-CYCLE-DATE TO RUN-CYCLE-DATE IN MY-RUN
           ELSE
              IF RUN-CYCLE-DATE IN MY-RUN NOT = SPACES AND
                 RUN-CYCLE-DATE IN MY-RUN NOT = LOW-VALUES THEN
                 MOVE RUN-CYCLE-DATE IN MY-RUN TO WS-CYCLE-DATE
              END-IF
           END-IF.

           MOVE 0 TO RUN-RC IN MY-RUN.

           MOVE SPACES TO RUN-FAILED-PRED IN MY-RUN.

           EVALUATE RUN-FUNCTION IN MY-RUN
               WHEN 'S'
                  PERFORM CHECK-PREDECESSORS THRU
                          CHECK-PREDECESSORS-EXIT
                  IF RUN-RC IN MY-RUN = 0 THEN
                     PERFORM MARK-JOB-STARTED
                  END-IF
                  IF RUN-RC IN MY-RUN = 0 AND
                     RUN-MAINT-WINDOW IN MY-RUN = 'Y' THEN
                     PERFORM OPEN-MAINT-WINDOW
                  END-IF
               WHEN 'R'
                  PERFORM MARK-JOB-RETRY
               WHEN 'C'
                  PERFORM MARK-JOB-CHECKPOINT
               WHEN 'X'
                  PERFORM MARK-JOB-RESTARTED
               WHEN OTHER
                  PERFORM MARK-JOB-ENDED
                  PERFORM CLOSE-MAINT-WINDOW
           END-EVALUATE.

           GOBACK.

                          RECORDSWRITTEN,
                          RECORDSREJECTED,
                          RETURNCODE,
                          STATUS,
                          RETRIES,
                          CHECKPOINTS,
                          RESTARTS )
                 VALUES ( :RUN-JOBNAME,
                          :WS-CYCLE-DATE,
                          CURRENT TIMESTAMP,
                          NULL,
                          0, 0, 0, 0,
                          'R',
                          0, 0, 0 )
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              MOVE 8 TO RUN-RC IN MY-RUN
              MOVE 8 TO RUN-RC IN MY-RUN
           END-IF.

      *----------------------------------------------------------------*
      *    NO COMMIT HERE - IN A BMP ONLY THE CALLER'S CHKP MAY
      *    COMMIT, AND IT DOES SO STRAIGHT AFTER THIS CALL.
       MARK-JOB-CHECKPOINT.
           MOVE RUN-RECORDS-READ IN MY-RUN TO WS-READ-INT.
           MOVE RUN-RECORDS-WRITTEN IN MY-RUN TO WS-WRITTEN-INT.
           MOVE RUN-RECORDS-REJECTED IN MY-RUN TO WS-REJECTED-INT.

           EXEC SQL
              UPDATE GENASA1.RUNLOG
              SET    CHECKPOINTS = COALESCE(CHECKPOINTS, 0) + 1,
                     LASTCHKPID = :RUN-CHKP-ID,
                     LASTCHKPTS = CURRENT TIMESTAMP,
                     RECORDSREAD = :WS-READ-INT,
                     RECORDSWRITTEN = :WS-WRITTEN-INT,
                     RECORDSREJECTED = :WS-REJECTED-INT
              WHERE  JOBNAME = :RUN-JOBNAME
                AND  CYCLEDATE = :WS-CYCLE-DATE
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              MOVE 8 TO RUN-RC IN MY-RUN
           END-IF.

      *    THE DEPENDENCY GATE AND DOUBLE-START GUARD ARE NOT
      *    APPLIED AGAIN - THE ORIGINAL START PASSED THEM, AND THE
      *    ROW IS STILL MARKED RUNNING FROM THE RUN THAT FAILED.
       MARK-JOB-RESTARTED.
           EXEC SQL
              UPDATE GENASA1.RUNLOG
              SET    RESTARTS = COALESCE(RESTARTS, 0) + 1,
                     ENDTS = NULL,
                     STATUS = 'R'
              WHERE  JOBNAME = :RUN-JOBNAME
                AND  CYCLEDATE = :WS-CYCLE-DATE
           END-EXEC.
           IF SQLCODE = 0 THEN
              DISPLAY 'LGRUNLOG - ' RUN-JOBNAME
                      ' RESTARTED FROM CHECKPOINT ' RUN-CHKP-ID
                      ' FOR CYCLE ' WS-CYCLE-DATE
           ELSE
              MOVE 8 TO RUN-RC IN MY-RUN
           END-IF.

      *----------------------------------------------------------------*
      *    A LEFTOVER WINDOW FROM A RUN THAT NEVER ENDED IS REPLACED.
      *    A DEADLINE ALREADY PAST TODAY IS TOMORROW'S - THE NIGHT
      *    RUN STARTED BEFORE MIDNIGHT. A WINDOW THAT CANNOT BE
      *    OPENED COMES BACK RUN-RC 8 AND THE JOB RUNS WITHOUT ONE.
       OPEN-MAINT-WINDOW.
           MOVE 120 TO WS-MAINT-MINUTES.
           MOVE 'MAINTMINUTES' TO WS-LIMIT-NAME.
           MOVE WS-MAINT-MINUTES TO WS-LIMIT-VALUE.
           PERFORM READ-LIMIT.
           MOVE WS-LIMIT-VALUE TO WS-MAINT-MINUTES.

           EXEC SQL
              DELETE FROM GENASA1.SVCAVAIL
              WHERE JOBNAME = :RUN-JOBNAME
           END-EXEC.

           EXEC SQL
              SELECT CHAR(DEADLINETIME, JIS)
              INTO  :WS-DEADLINE
              FROM  GENASA1.JOBSLA
              WHERE JOBNAME = :RUN-JOBNAME
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                  EXEC SQL
                     SET :WS-UNTIL-TS =
                         CASE WHEN TIME(:WS-DEADLINE) > CURRENT TIME
                              THEN TIMESTAMP(CURRENT DATE,
                                             TIME(:WS-DEADLINE))
                              ELSE TIMESTAMP(CURRENT DATE + 1 DAY,
                                             TIME(:WS-DEADLINE))
                         END
                  END-EXEC
               WHEN SQLCODE = 100
                  EXEC SQL
                     SET :WS-UNTIL-TS =
                         CURRENT TIMESTAMP + :WS-MAINT-MINUTES MINUTES
                  END-EXEC
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.

           IF SQLCODE = 0 THEN
              EXEC SQL
                 INSERT INTO GENASA1.SVCAVAIL
                           ( JOBNAME,
                             STARTTS,
                             UNTILTS )
                    VALUES ( :RUN-JOBNAME,
                             CURRENT TIMESTAMP,
                             :WS-UNTIL-TS )
              END-EXEC
           END-IF.

           IF SQLCODE = 0 THEN
              EXEC SQL COMMIT END-EXEC
              DISPLAY 'LGRUNLOG - ' RUN-JOBNAME
                      ' OPENED THE ONLINE MAINTENANCE WINDOW UNTIL '
                      WS-UNTIL-TS(1:16)
           ELSE
              MOVE 8 TO RUN-RC IN MY-RUN
              DISPLAY 'LGRUNLOG - ' RUN-JOBNAME
                      ' COULD NOT OPEN THE ONLINE MAINTENANCE WINDOW'
           END-IF.

      *    A JOB THAT NEVER OPENED A WINDOW FINDS NOTHING TO DELETE.
       CLOSE-MAINT-WINDOW.
           EXEC SQL
              DELETE FROM GENASA1.SVCAVAIL
              WHERE JOBNAME = :RUN-JOBNAME
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                  EXEC SQL COMMIT END-EXEC
                  DISPLAY 'LGRUNLOG - ' RUN-JOBNAME
                          ' CLOSED THE ONLINE MAINTENANCE WINDOW'
               WHEN SQLCODE = 100
                  CONTINUE
               WHEN OTHER
                  MOVE 8 TO RUN-RC IN MY-RUN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *    A REPLAY PAST THE ALLOWANCE IS NOT COUNTED - THE JOB IS
      *    FAILING, NOT RETRYING. THE WAIT GIVES THE ONLINE
      *    TRANSACTION HOLDING THE LOCK TIME TO FINISH.
       MARK-JOB-RETRY.
           MOVE 3 TO WS-RETRY-MAX.
           MOVE 'SQLRETRYMAX' TO WS-LIMIT-NAME.
           MOVE WS-RETRY-MAX TO WS-LIMIT-VALUE.
           PERFORM READ-LIMIT.
           MOVE WS-LIMIT-VALUE TO WS-RETRY-MAX.

           MOVE 5 TO WS-RETRY-WAIT.
           MOVE 'SQLRETRYWAIT' TO WS-LIMIT-NAME.
           MOVE WS-RETRY-WAIT TO WS-LIMIT-VALUE.
           PERFORM READ-LIMIT.
           MOVE WS-LIMIT-VALUE TO WS-RETRY-WAIT.

           IF RUN-RETRY-ATTEMPT IN MY-RUN > WS-RETRY-MAX THEN
              MOVE 10 TO RUN-RC IN MY-RUN
              DISPLAY 'LGRUNLOG - ' RUN-JOBNAME
                      ' DEADLOCK RETRIES EXHAUSTED FOR CYCLE '
                      WS-CYCLE-DATE
           ELSE
              EXEC SQL
                 UPDATE GENASA1.RUNLOG
                 SET    RETRIES = COALESCE(RETRIES, 0) + 1
                 WHERE  JOBNAME = :RUN-JOBNAME
                   AND  CYCLEDATE = :WS-CYCLE-DATE
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
                 MOVE 8 TO RUN-RC IN MY-RUN
              END-IF
              EXEC SQL COMMIT END-EXEC
              IF WS-RETRY-WAIT > 0 THEN
                 MOVE WS-RETRY-WAIT TO WS-DELAY-SECS
                 CALL 'CEE3DLY' USING WS-DELAY-SECS WS-DELAY-FC
              END-IF
           END-IF.

      *    A MISSING UWLIMITS ROW KEEPS THE DEFAULT.
       READ-LIMIT.
           EXEC SQL
              SELECT LIMITVALUE
              INTO  :WS-LIMIT-VALUE
              FROM  GENASA1.UWLIMITS
              WHERE LIMITNAME = :WS-LIMIT-NAME
           END-EXEC.
           IF WS-LIMIT-VALUE < 0 THEN
              MOVE 0 TO WS-LIMIT-VALUE
           END-IF.

       END PROGRAM LGRUNLOG.
