       PROGRAM-ID. LGDB2HSK.
      *    LOGGING-TABLE HOUSEKEEPING. FOR EACH TABLE THE RETENTION
      *    PARAMETER TABLE NAMES - AUDITLOG, ERRORLOG, RUNLOG,
      *    RESERVEMOVE, CLAIMPAYMENT AND THE PERSONAL-DATA
      *    ACCESSLOG - ROWS OLDER THAN THE
      *    TABLE'S RETENTIONDAYS ARE OFFLOADED TO THEIR SEQUENTIAL
      *    ARCHIVE FILE (ONE 'D' RECORD PER ROW, A 'T' TRAILER WITH
      *    THE ROW COUNT AS THE CONTROL TOTAL) AND ONLY THEN
      *    TRAIL. LGDB2HSR PULLS ARCHIVED ROWS BACK FOR AN
      *    INVESTIGATION. A TABLE WITH NO RETENTION ROW IS NEVER
      *    TOUCHED - NOBODY DELETES BY ACCIDENT.
      *    PORTAL SESSIONS (PORTALSESSION) ARE NOT EVIDENCE AND ARE
      *    NOT RETENTION-DRIVEN: EVERY RUN SIMPLY DELETES THE ONES
      *    THAT HAVE EXPIRED OR BEEN ENDED BY A LOGOFF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           SELECT CLPARCH ASSIGN TO CLPARCH
               FILE STATUS IS CLPARCH-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT ACCARCH ASSIGN TO ACCARCH
               FILE STATUS IS ACCARCH-STATUS
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.

           05 CP-ROW-COUNT           PIC 9(9).
           05 FILLER                 PIC X(59).

       FD ACCARCH RECORDING MODE F.
       01 ACCARCH-RECORD.
           05 AC-RECORDTYPE          PIC X(1).
           05 AC-ACCESSTS            PIC X(26).
           05 AC-OPERATOR            PIC X(8).
           05 AC-TRANSID             PIC X(4).
           05 AC-PROGRAMNAME         PIC X(8).
           05 AC-REQUESTID           PIC X(6).
           05 AC-CUSTOMERNUMBER      PIC 9(10).
           05 AC-CPRNUMBER           PIC X(10).
       01 ACCARCH-TRAILER REDEFINES ACCARCH-RECORD.
           05 FILLER                 PIC X(1).
           05 AC-ROW-COUNT           PIC 9(9).
           05 FILLER                 PIC X(63).

       WORKING-STORAGE SECTION.

       01 AUDARCH-STATUS             PIC 99.
       01 RUNARCH-STATUS             PIC 99.
       01 RSVARCH-STATUS             PIC 99.
       01 CLPARCH-STATUS             PIC 99.
       01 ACCARCH-STATUS             PIC 99.

       01  WS-TABLENAME              PIC X(18).
       01  DB2-RETENTION-DAYS        PIC S9(9) COMP.
       01  WS-ROWS-THIS-TABLE        PIC 9(9) VALUE 0.
       01  WS-ROWS-DELETED           PIC S9(9) COMP.
       01  WS-CNT-TOTAL-OFFLOADED    PIC 9(9) VALUE 0.
       01  WS-CNT-SESSIONS-SWEPT     PIC 9(9) VALUE 0.

      *    FETCH HOST VARIABLES FOR THE SIX TABLES
       01  WS-AUD-PROGRAMNAME        PIC X(8).
       01  WS-AUD-REQUESTID          PIC X(6).
       01  WS-AUD-KEYVALUE           PIC X(10).
       01  WS-CLP-OPERATOR           PIC X(8).
       01  WS-CLP-PAYMENTTYPE        PIC X(1).

       01  WS-ACC-ACCESSTS           PIC X(26).
       01  WS-ACC-OPERATOR           PIC X(8).
       01  WS-ACC-TRANSID            PIC X(4).
       01  WS-ACC-PROGRAMNAME        PIC X(8).
       01  WS-ACC-REQUESTID          PIC X(6).
       01  DB2-ACC-CUSTOMERNUMBER    PIC S9(9) COMP.
       01  WS-ACC-CPRNUMBER          PIC X(10).

      * Central run-control (RUNLOG) interface
       01  WS-RUNLOG.
           COPY RUNCPY1.
                          AND CLAIM.STATUS = 'C')
           END-EXEC.

           EXEC SQL
             DECLARE CACC CURSOR WITH HOLD FOR
               SELECT ACCESSTS, OPERATOR, TRANSID, PROGRAMNAME,
                      REQUESTID, CUSTOMERNUMBER, CPRNUMBER
               FROM   GENASA1.ACCESSLOG
               WHERE  DAYS(CURRENT DATE) - DAYS(DATE(ACCESSTS))
                      > :DB2-RETENTION-DAYS
           END-EXEC.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.

           PERFORM MARK-RUN-STARTED.

           OPEN OUTPUT AUDARCH ERRARCH RUNARCH RSVARCH CLPARCH
                       ACCARCH.

           PERFORM OFFLOAD-AUDITLOG THRU OFFLOAD-AUDITLOG-EXIT.
           PERFORM OFFLOAD-ERRORLOG THRU OFFLOAD-ERRORLOG-EXIT.
                   OFFLOAD-RESERVEMOVE-EXIT.
           PERFORM OFFLOAD-CLAIMPAYMENT THRU
                   OFFLOAD-CLAIMPAYMENT-EXIT.
           PERFORM OFFLOAD-ACCESSLOG THRU OFFLOAD-ACCESSLOG-EXIT.
           PERFORM SWEEP-PORTALSESSION.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY 'LGDB2HSK END OF JOB SUMMARY'.
           DISPLAY '  ROWS OFFLOADED.......: '
                   WS-CNT-TOTAL-OFFLOADED.
           DISPLAY '  SESSIONS SWEPT.......: '
                   WS-CNT-SESSIONS-SWEPT.
           DISPLAY '-----------------------------------------'.

           PERFORM MARK-RUN-ENDED.

           CLOSE AUDARCH ERRARCH RUNARCH RSVARCH CLPARCH
                 ACCARCH.
           STOP RUN.

      *    THE START CALL DOUBLES AS THE DOUBLE-START GUARD - A ROW
              STOP RUN
           END-IF.

       OFFLOAD-ACCESSLOG.
           MOVE 'ACCESSLOG' TO WS-TABLENAME.
           PERFORM GET-RETENTION-DAYS.
           IF NOT RETENTION-ON-FILE THEN
              GO TO OFFLOAD-ACCESSLOG-EXIT
           END-IF.
           MOVE 0 TO WS-ROWS-THIS-TABLE.
           EXEC SQL OPEN CACC END-EXEC.
           PERFORM FETCH-CACC.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0
              MOVE SPACES TO ACCARCH-RECORD
              MOVE 'D' TO AC-RECORDTYPE
              MOVE WS-ACC-ACCESSTS TO AC-ACCESSTS
              MOVE WS-ACC-OPERATOR TO AC-OPERATOR
              MOVE WS-ACC-TRANSID TO AC-TRANSID
              MOVE WS-ACC-PROGRAMNAME TO AC-PROGRAMNAME
              MOVE WS-ACC-REQUESTID TO AC-REQUESTID
              MOVE DB2-ACC-CUSTOMERNUMBER TO AC-CUSTOMERNUMBER
              MOVE WS-ACC-CPRNUMBER TO AC-CPRNUMBER
              WRITE ACCARCH-RECORD
              ADD 1 TO WS-ROWS-THIS-TABLE
              PERFORM FETCH-CACC
           END-PERFORM.
           EXEC SQL CLOSE CACC END-EXEC.

           MOVE SPACES TO ACCARCH-RECORD.
           MOVE 'T' TO AC-RECORDTYPE.
           MOVE WS-ROWS-THIS-TABLE TO AC-ROW-COUNT.
           WRITE ACCARCH-RECORD.

           IF WS-ROWS-THIS-TABLE > 0 THEN
              EXEC SQL
                 DELETE FROM GENASA1.ACCESSLOG
                 WHERE DAYS(CURRENT DATE) - DAYS(DATE(ACCESSTS))
                       > :DB2-RETENTION-DAYS
              END-EXEC
              PERFORM CHECK-DELETE-RESULT
           END-IF.
           ADD WS-ROWS-THIS-TABLE TO WS-CNT-TOTAL-OFFLOADED.

       OFFLOAD-ACCESSLOG-EXIT.
           EXIT.

       FETCH-CACC.
           EXEC SQL
              FETCH CACC
              INTO :WS-ACC-ACCESSTS, :WS-ACC-OPERATOR,
                   :WS-ACC-TRANSID, :WS-ACC-PROGRAMNAME,
                   :WS-ACC-REQUESTID, :DB2-ACC-CUSTOMERNUMBER,
                   :WS-ACC-CPRNUMBER
           END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       SWEEP-PORTALSESSION.
           EXEC SQL
              DELETE FROM GENASA1.PORTALSESSION
              WHERE EXPIRESTS < CURRENT TIMESTAMP
                 OR ENDEDTS IS NOT NULL
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
              PERFORM DISPLAY-SQL-ERROR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF SQLCODE = 0 THEN
              MOVE SQLERRD(3) TO WS-CNT-SESSIONS-SWEPT
           END-IF.

      *    THE DELETE MUST TAKE OUT EXACTLY WHAT WAS OFFLOADED - A
      *    MISMATCH MEANS SOMEONE WROTE ROWS MID-RUN AND THE JOB
      *    STOPS FOR A LOOK RATHER THAN DELETING THE EVIDENCE.
