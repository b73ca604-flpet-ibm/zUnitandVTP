       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGDB2CFU.
      *    DAILY CALLBACK LIST FOR THE CUSTOMER DESK. LISTS EVERY
      *    CUSTCONTACT NOTE CARRYING A FOLLOW-UP DATE THAT HAS COME
      *    DUE AND HAS NOT BEEN MARKED DONE (ADDIPGMC CUSCTC), SO A
      *    CALL BACK PROMISED ON THE PHONE IS NOT FORGOTTEN. THE
      *    SYSIN CARD GIVES AN OPTIONAL NUMBER OF DAYS TO LOOK AHEAD
      *    (DEFAULT 0 - DUE TODAY OR OVERDUE), SO FRIDAY'S RUN CAN
      *    TAKE IN THE WEEKEND. RUNS EVERY MORNING AHEAD OF THE
      *    ONLINE DAY. THE LIST IS PRINTED ON FOLLOWOUT BROKEN ON
      *    THE OPERATOR WHO NOTED THE CONTACT, EACH OPERATOR
      *    STARTING A NEW PAGE WITH THEIR OWN COUNT, OLDEST DUE
      *    DATE FIRST. EACH CALLBACK SHOWS THE CUSTOMER'S NAME AND
      *    PHONE AND, ON A SECOND LINE, THE NOTE'S TIMESTAMP (THE
      *    KEY CUSCTC NEEDS TO CLOSE IT) AND THE START OF THE NOTE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOLLOWOUT ASSIGN TO FOLLOWOUT
               FILE STATUS IS FOLLOWOUT-STATUS
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.

       FILE SECTION.
       FD FOLLOWOUT RECORDING MODE F.
       01 FOLLOW-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.

       01 FOLLOWOUT-STATUS             PIC 99.

       01  WS-DAYS-CARD                 PIC 9(9) VALUE 0.
       01  WS-AHEAD-DAYS                PIC S9(9) COMP VALUE 0.

       01  WS-FETCH-OPERATOR            PIC X(8).
       01  WS-FETCH-DUE                 PIC X(10).
       01  WS-FETCH-LASTNAME            PIC X(20).
       01  WS-FETCH-PHONE               PIC X(20).
       01  WS-FETCH-CHANNEL             PIC X(1).
       01  WS-FETCH-REASON              PIC X(4).
       01  WS-FETCH-CONTACTTS           PIC X(26).
       01  WS-FETCH-NOTE                PIC X(47).
       01  WS-PREV-OPERATOR             PIC X(8) VALUE HIGH-VALUES.
       01  DB2-CUSTOMERNUMBER-INT       PIC S9(9) COMP.
       01  DB2-DAYS-LATE                PIC S9(9) COMP.

       01  WS-CNT-LISTED                PIC 9(7) VALUE 0.
       01  WS-CNT-OVERDUE               PIC 9(7) VALUE 0.
       01  WS-CNT-OPERATOR              PIC 9(7) VALUE 0.
       01  WS-CNT-PAGES                 PIC 9(7) VALUE 0.

       01  WS-PAGE-HEADING.
           05 FILLER                 PIC X(18) VALUE
                                     'CALLBACKS DUE FOR '.
           05 WH-OPERATOR            PIC X(8).
           05 FILLER                 PIC X(54) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05 FILLER                 PIC X(40) VALUE
                 ' DUE         LATE  CUSTOMER   NAME      '.
           05 FILLER                 PIC X(37) VALUE
                 '           PHONE                C RSN'.
           05 FILLER                 PIC X(3) VALUE SPACES.

       01  WS-COLUMN-HEADING-2.
           05 FILLER                 PIC X(37) VALUE
                 '      NOTED AT                   NOTE'.
           05 FILLER                 PIC X(43) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 WD-DUE                 PIC X(10).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WD-LATE                PIC ---9.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WD-CUSTOMER            PIC 9(10).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 WD-NAME                PIC X(20).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 WD-PHONE               PIC X(20).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 WD-CHANNEL             PIC X(1).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 WD-REASON              PIC X(4).
           05 FILLER                 PIC X(2) VALUE SPACES.

       01  WS-NOTE-LINE.
           05 FILLER                 PIC X(6) VALUE SPACES.
           05 WD-CONTACTTS           PIC X(26).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 WD-NOTE                PIC X(47).

       01  WS-OPERATOR-TOTAL-LINE.
           05 FILLER                 PIC X(26) VALUE
                                     'CALLBACKS DUE FOR OPERATOR'.
           05 FILLER                 PIC X(3) VALUE ' = '.
           05 WT-OPERATOR-COUNT      PIC Z(6)9.
           05 FILLER                 PIC X(44) VALUE SPACES.

      * Central run-control (RUNLOG) interface
       01  WS-RUNLOG.
           COPY RUNCPY1.

      * SQLCA DB2 communications area
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    THE MOBILE NUMBER IS THE ONE MOST LIKELY TO BE ANSWERED
      *    DURING THE DAY; THE HOME NUMBER STANDS IN WITHOUT IT.
      *    A NEGATIVE LATE COUNT IS A CALLBACK FROM THE LOOK-AHEAD.
           EXEC SQL
             DECLARE C1 CURSOR FOR
               SELECT CUSTCONTACT.OPERATOR,
                      CHAR(CUSTCONTACT.FOLLOWUPDATE, ISO),
                      DAYS(CURRENT DATE) -
                        DAYS(CUSTCONTACT.FOLLOWUPDATE),
                      CUSTCONTACT.CUSTOMERNUMBER,
                      COALESCE(CUSTOMER.LASTNAME, ' '),
                      COALESCE(NULLIF(CUSTOMER.PHONEMOBILE, ' '),
                               CUSTOMER.PHONEHOME, ' '),
                      CUSTCONTACT.CHANNEL,
                      CUSTCONTACT.REASONCODE,
                      CHAR(CUSTCONTACT.CONTACTTS),
                      SUBSTR(COALESCE(CUSTCONTACT.NOTETEXT, ' '),
                             1, 47)
               FROM   GENASA1.CUSTCONTACT CUSTCONTACT
               INNER JOIN CUSTOMER
                 ON   CUSTCONTACT.CUSTOMERNUMBER =
                      CUSTOMER.CUSTOMERNUMBER
               WHERE  CUSTCONTACT.FOLLOWUPDATE IS NOT NULL
                 AND  CUSTCONTACT.FOLLOWUPDATE <=
                      CURRENT DATE + :WS-AHEAD-DAYS DAYS
                 AND  COALESCE(CUSTCONTACT.FOLLOWUPDONE, 'N') <> 'Y'
               ORDER BY CUSTCONTACT.OPERATOR,
                        CUSTCONTACT.FOLLOWUPDATE,
                        CUSTCONTACT.CONTACTTS
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
              MOVE WS-DAYS-CARD TO WS-AHEAD-DAYS
           END-IF.

           OPEN OUTPUT FOLLOWOUT.
           IF FOLLOWOUT-STATUS NOT = 0 THEN
              DISPLAY 'LGDB2CFU FILE STATUS AT OPEN FOLLOWOUT '
                      FOLLOWOUT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           DISPLAY '------------------------------------------------'.
           DISPLAY 'LGDB2CFU CALLBACKS DUE - LOOKING AHEAD '
                   WS-AHEAD-DAYS ' DAYS'.

           PERFORM OPEN-CURSOR.
           PERFORM FETCH-CURSOR.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0

                   IF WS-FETCH-OPERATOR NOT = WS-PREV-OPERATOR THEN
                      PERFORM OPERATOR-BREAK
                   END-IF
                   PERFORM REPORT-CALLBACK
                   PERFORM FETCH-CURSOR
           END-PERFORM.

           PERFORM CLOSE-CURSOR.
           PERFORM END-OPERATOR-PAGE.

           CLOSE FOLLOWOUT.

           DISPLAY '------------------------------------------------'.
           DISPLAY '  CALLBACKS LISTED.....: ' WS-CNT-LISTED.
           DISPLAY '  OF WHICH OVERDUE.....: ' WS-CNT-OVERDUE.
           DISPLAY '  OPERATOR PAGES.......: ' WS-CNT-PAGES.
           DISPLAY '------------------------------------------------'.

           PERFORM MARK-RUN-ENDED.

           STOP RUN.

      *    THE START CALL DOUBLES AS THE DOUBLE-START GUARD - A ROW
      *    STILL MARKED RUNNING FOR TODAY'S CYCLE STOPS THE JOB.
       MARK-RUN-STARTED.
           MOVE 'LGDB2CFU' TO RUN-JOBNAME.
           MOVE 'S' TO RUN-FUNCTION.
           CALL 'LGRUNLOG' USING WS-RUNLOG.
           IF RUN-RC = 4 THEN
              DISPLAY 'LGDB2CFU ALREADY MARKED RUNNING THIS CYCLE'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF RUN-RC = 6 THEN
              DISPLAY 'LGDB2CFU HELD - PREDECESSOR '
                      RUN-FAILED-PRED ' NOT ENDED CLEANLY'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       MARK-RUN-ENDED.
           MOVE 'E' TO RUN-FUNCTION.
           MOVE WS-CNT-LISTED TO RUN-RECORDS-READ.
           MOVE WS-CNT-LISTED TO RUN-RECORDS-WRITTEN.
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
                 INTO :WS-FETCH-OPERATOR,
                      :WS-FETCH-DUE,
                      :DB2-DAYS-LATE,
                      :DB2-CUSTOMERNUMBER-INT,
                      :WS-FETCH-LASTNAME,
                      :WS-FETCH-PHONE,
                      :WS-FETCH-CHANNEL,
                      :WS-FETCH-REASON,
                      :WS-FETCH-CONTACTTS,
                      :WS-FETCH-NOTE
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
       REPORT-CALLBACK.
           MOVE WS-FETCH-DUE TO WD-DUE.
           MOVE DB2-DAYS-LATE TO WD-LATE.
           MOVE DB2-CUSTOMERNUMBER-INT TO WD-CUSTOMER.
           MOVE WS-FETCH-LASTNAME TO WD-NAME.
           MOVE WS-FETCH-PHONE TO WD-PHONE.
           MOVE WS-FETCH-CHANNEL TO WD-CHANNEL.
           MOVE WS-FETCH-REASON TO WD-REASON.
           WRITE FOLLOW-RECORD FROM WS-DETAIL-LINE
                 AFTER ADVANCING 2 LINES.
           MOVE WS-FETCH-CONTACTTS TO WD-CONTACTTS.
           MOVE WS-FETCH-NOTE TO WD-NOTE.
           WRITE FOLLOW-RECORD FROM WS-NOTE-LINE
                 AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-CNT-LISTED.
           ADD 1 TO WS-CNT-OPERATOR.
           IF DB2-DAYS-LATE > 0 THEN
              ADD 1 TO WS-CNT-OVERDUE
           END-IF.

      *----------------------------------------------------------------*
      *    ONLY OPERATORS WITH A CALLBACK DUE GET A PAGE - THE LIST
      *    IS A WORK QUEUE, NOT A ROLL-CALL.
       OPERATOR-BREAK.
           PERFORM END-OPERATOR-PAGE.
           MOVE WS-FETCH-OPERATOR TO WS-PREV-OPERATOR.
           MOVE 0 TO WS-CNT-OPERATOR.
           ADD 1 TO WS-CNT-PAGES.
           MOVE WS-FETCH-OPERATOR TO WH-OPERATOR.
           WRITE FOLLOW-RECORD FROM WS-PAGE-HEADING
                 AFTER ADVANCING PAGE.
           WRITE FOLLOW-RECORD FROM WS-COLUMN-HEADING
                 AFTER ADVANCING 2 LINES.
           WRITE FOLLOW-RECORD FROM WS-COLUMN-HEADING-2
                 AFTER ADVANCING 1 LINE.

       END-OPERATOR-PAGE.
           IF WS-CNT-PAGES > 0 THEN
              MOVE WS-CNT-OPERATOR TO WT-OPERATOR-COUNT
              WRITE FOLLOW-RECORD FROM WS-OPERATOR-TOTAL-LINE
                    AFTER ADVANCING 2 LINES
           END-IF.

      *----------------------------------------------------------------*
       DISPLAY-SQL-ERROR.

           DISPLAY 'SQLERROR'
           DISPLAY 'SQLCODE  ' SQLCODE
           DISPLAY 'SQLSTATE ' SQLSTATE.
           MOVE 'LGDB2CFU' TO ERR-PROGRAM.
           MOVE SPACES TO ERR-PARAGRAPH.
           MOVE SPACES TO ERR-KEY-VALUES.
           MOVE SQLCODE TO ERR-SQLCODE.
           MOVE SQLSTATE TO ERR-SQLSTATE.
           MOVE SQLERRMC TO ERR-SQLERRMC.
           CALL 'LGSQLERR' USING WS-SQLERR.

       END PROGRAM LGDB2CFU.
