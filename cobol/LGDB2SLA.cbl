      *    AND THE CRITICAL PATH - THE LONGEST ELAPSED ROUTE
      *    THROUGH THE DEPENDENCY GRAPH, WHICH IS THE WALL-CLOCK
      *    FLOOR OF THE WINDOW HOWEVER MANY JOBS RUN SIDE BY SIDE.
      *    EACH CYCLE ALSO SHOWS HOW MANY DEADLOCK/TIMEOUT REPLAYS
      *    THE JOB NEEDED (RUNLOG RETRIES) - A JOB THAT RETRIES
      *    NIGHT AFTER NIGHT IS COLLIDING WITH THE ONLINE DAY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       01  DB2-AVG-IND                  PIC S9(4) COMP.
       01  WS-TREND-PCT                 PIC S9(5)V99.
       01  WS-BREACH-FLAG               PIC X(8).
       01  DB2-RETRIES                  PIC S9(9) COMP.

       01  DB2-CHAIN-SECS               PIC S9(9) COMP.
       01  DB2-CHAIN-IND                PIC S9(4) COMP.
       01  WS-DISP-TREND                PIC +(4)9,99.
       01  WS-CNT-CYCLES                PIC 9(7) VALUE 0.
       01  WS-CNT-BREACHES              PIC 9(7) VALUE 0.
       01  WS-CNT-RETRIED               PIC 9(7) VALUE 0.
       01  WS-CNT-RETRIES               PIC 9(7) VALUE 0.
       01  WS-DISP-RETRIES              PIC ZZZ9.

      * Central run-control (RUNLOG) interface
       01  WS-RUNLOG.
                      (DAYS(ENDTS) - DAYS(STARTTS)) * 86400 +
                      MIDNIGHT_SECONDS(ENDTS) -
                      MIDNIGHT_SECONDS(STARTTS),
                      CHAR(TIME(ENDTS)),
                      COALESCE(RETRIES, 0)
               FROM   GENASA1.RUNLOG
               WHERE  STATUS = 'E'
                 AND  ENDTS IS NOT NULL

           DISPLAY '------------------------------------------------'.
           DISPLAY 'LGDB2SLA BATCH-WINDOW SLA REPORT - LAST 7 DAYS'.
           DISPLAY 'JOB      CYCLE      ELAPSED-S  TREND-PCT  SLA'
                   '      RETRIES'.

           PERFORM OPEN-CURSOR.
           PERFORM FETCH-CURSOR.
           DISPLAY '------------------------------------------------'.
           DISPLAY '  CYCLES REPORTED......: ' WS-CNT-CYCLES.
           DISPLAY '  SLA BREACHES.........: ' WS-CNT-BREACHES.
           DISPLAY '  CYCLES WITH RETRIES..: ' WS-CNT-RETRIED.
           DISPLAY '  DEADLOCK RETRIES.....: ' WS-CNT-RETRIES.
           DISPLAY '------------------------------------------------'.

           PERFORM MARK-RUN-ENDED.
                 INTO :WS-JOBNAME,
                      :WS-CYCLEDATE,
                      :DB2-ELAPSED-SECS,
                      :WS-ENDTIME,
                      :DB2-RETRIES
             END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              ADD 1 TO WS-CNT-BREACHES
           END-IF.

           IF DB2-RETRIES > 0 THEN
              ADD 1 TO WS-CNT-RETRIED
              ADD DB2-RETRIES TO WS-CNT-RETRIES
           END-IF.

           MOVE DB2-ELAPSED-SECS TO WS-DISP-SECS.
           MOVE WS-TREND-PCT TO WS-DISP-TREND.
           MOVE DB2-RETRIES TO WS-DISP-RETRIES.
           DISPLAY WS-JOBNAME ' ' WS-CYCLEDATE ' ' WS-DISP-SECS
                   ' ' WS-DISP-TREND ' ' WS-BREACH-FLAG
                   ' ' WS-DISP-RETRIES.

      *----------------------------------------------------------------*
      *    THE NIGHTLY CHAIN IS EVERY JOB ON THE JOBDEPEND NETWORK
