      *    STALE-CLAIM DIARY FOR THE CLAIMS SUPERVISORS. LISTS EVERY
      *    NON-CLOSED CLAIM WITH NO ACTIVITY FOR THE SYSIN NUMBER
      *    OF DAYS (DEFAULT 90) - ACTIVITY BEING THE LATEST OF THE
      *    CLAIMDATE, THE LAST CLAIMPAYMENT POSTING, THE LAST
      *    RESERVEMOVE ADJUSTMENT AND THE LAST DOCUMENT THE
      *    CUSTOMER SENT IN ON THE CLAIM (INBOUND DOCARCHIVE ITEM
      *    FROM LGDB2SCN) - AGED INTO BUCKETS AND SORTED
      *    OLDEST FIRST WITHIN POLICY TYPE, SO CLAIMS STOP
      *    CELEBRATING ANNIVERSARIES UNNOTICED. RUNS MONDAY
      *    MORNINGS AHEAD OF THE ONLINE DAY. THE DIARY IS PRINTED
      *    ON DIARYOUT BROKEN ON THE CLAIM'S HANDLER (CLAIM.HANDLERID
      *    AGAINST THE CLMHANDLER REGISTER), EACH HANDLER STARTING A
      *    NEW PAGE WITH THEIR OWN COUNT, SO THE LIST NO LONGER HAS
      *    TO BE SPLIT UP BY HAND - UNASSIGNED CLAIMS COME FIRST, ON
      *    A PAGE OF THEIR OWN FOR THE SUPERVISORS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIARYOUT ASSIGN TO DIARYOUT
               FILE STATUS IS DIARYOUT-STATUS
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.

       FILE SECTION.
       FD DIARYOUT RECORDING MODE F.
       01 DIARY-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

       01 DIARYOUT-STATUS              PIC 99.

       01  WS-DAYS-CARD                 PIC 9(9) VALUE 0.
       01  WS-STALE-DAYS                PIC S9(9) COMP VALUE 90.

       01  WS-FETCH-TYPE                PIC X(1).
       01  WS-FETCH-HANDLER             PIC X(8).
       01  WS-FETCH-HANDLER-NAME        PIC X(31).
       01  WS-FETCH-TEAM                PIC X(6).
       01  WS-PREV-HANDLER              PIC X(8) VALUE HIGH-VALUES.
       01  DB2-CLAIMNUMBER-INT          PIC S9(9) COMP.
       01  DB2-POLICYNUMBER-INT         PIC S9(9) COMP.
       01  DB2-DAYS-CLAIM               PIC S9(9) COMP.
       01  DB2-DAYS-PAYMENT             PIC S9(9) COMP.
       01  DB2-DAYS-MOVE                PIC S9(9) COMP.
       01  DB2-DAYS-INBOUND             PIC S9(9) COMP.
       01  WS-DAYS-QUIET                PIC S9(9) COMP.

       01  WS-BUCKET-LABEL              PIC X(12).

       01  WS-CNT-CHECKED               PIC 9(7) VALUE 0.
       01  WS-CNT-LISTED                PIC 9(7) VALUE 0.
       01  WS-CNT-HANDLER               PIC 9(7) VALUE 0.
       01  WS-CNT-PAGES                 PIC 9(7) VALUE 0.

       01  WS-PAGE-HEADING.
           05 FILLER                 PIC X(18) VALUE
                                     'STALE-CLAIM DIARY '.
           05 WH-HANDLER             PIC X(8).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 WH-HANDLER-NAME        PIC X(31).
           05 FILLER                 PIC X(6) VALUE ' TEAM '.
           05 WH-TEAM                PIC X(6).
           05 FILLER                 PIC X(10) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05 FILLER                 PIC X(41) VALUE
                 'TYPE CLAIM      POLICY     QUIET  BUCKET'.
           05 FILLER                 PIC X(39) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 WD-TYPE                PIC X(1).
           05 FILLER                 PIC X(3) VALUE SPACES.
           05 WD-CLAIM               PIC 9(9).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WD-POLICY              PIC 9(9).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WD-DAYS                PIC ZZZ9.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WD-BUCKET              PIC X(12).
           05 FILLER                 PIC X(35) VALUE SPACES.

       01  WS-HANDLER-TOTAL-LINE.
           05 FILLER                 PIC X(24) VALUE
                                     'STALE CLAIMS FOR HANDLER'.
           05 FILLER                 PIC X(3) VALUE ' = '.
           05 WT-HANDLER-COUNT       PIC Z(6)9.
           05 FILLER                 PIC X(46) VALUE SPACES.

      * Central run-control (RUNLOG) interface
       01  WS-RUNLOG.
               INCLUDE SQLCA
           END-EXEC.

      *    THE FOUR AGES COME BACK AS DAY COUNTS SO THE QUIET
      *    PERIOD IS JUST THE SMALLEST OF THE FOUR - A CLAIM WITH
      *    NO PAYMENT, RESERVE OR INBOUND-DOCUMENT HISTORY FALLS
      *    BACK TO ITS OWN CLAIMDATE. THE AWAITED FORM OR
      *    STATEMENT ARRIVING TAKES THE CLAIM OFF THE DIARY.
           EXEC SQL
             DECLARE C1 CURSOR FOR
               SELECT COALESCE(CLAIM.HANDLERID, ' '),
                      COALESCE(CLMHANDLER.HANDLERNAME,
                               'UNASSIGNED'),
                      COALESCE(CLMHANDLER.TEAM, ' '),
                      POLICY.POLICYTYPE,
                      CLAIM.CLAIMNUMBER,
                      CLAIM.POLICYNUMBER,
                      DAYS(CURRENT DATE) - DAYS(CLAIM.CLAIMDATE),
                                  FROM GENASA1.RESERVEMOVE
                                  WHERE CLAIMNUMBER =
                                        CLAIM.CLAIMNUMBER),
                                 CLAIM.CLAIMDATE)),
                      DAYS(CURRENT DATE) - DAYS(
                        COALESCE((SELECT MAX(GENDATE)
                                  FROM GENASA1.DOCARCHIVE
                                  WHERE CLAIMNUMBER =
                                        CLAIM.CLAIMNUMBER
                                    AND DIRECTION = 'I'),
                                 CLAIM.CLAIMDATE))
               FROM   CLAIM
               INNER JOIN POLICY
                 ON   CLAIM.POLICYNUMBER = POLICY.POLICYNUMBER
               LEFT OUTER JOIN GENASA1.CLMHANDLER CLMHANDLER
                 ON   CLAIM.HANDLERID = CLMHANDLER.HANDLERID
      *    STATUS PREDATES THE LIFECYCLE WORK AND IS NULLABLE - A
      *    NULL MEANS NEVER CLOSED, SO IT COUNTS AS OPEN.
               WHERE  (CLAIM.STATUS <> 'C'
                       OR CLAIM.STATUS IS NULL)
               ORDER BY 1, POLICY.POLICYTYPE, CLAIM.CLAIMDATE,
                        CLAIM.CLAIMNUMBER
           END-EXEC.

              MOVE WS-DAYS-CARD TO WS-STALE-DAYS
           END-IF.

           OPEN OUTPUT DIARYOUT.
           IF DIARYOUT-STATUS NOT = 0 THEN
              DISPLAY 'LGDB2DRY FILE STATUS AT OPEN DIARYOUT '
                      DIARYOUT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           DISPLAY '------------------------------------------------'.
           DISPLAY 'LGDB2DRY STALE-CLAIM DIARY - NO ACTIVITY FOR '
                   WS-STALE-DAYS ' DAYS'.

           PERFORM OPEN-CURSOR.
           PERFORM FETCH-CURSOR.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0

                   ADD 1 TO WS-CNT-CHECKED
                   IF WS-FETCH-HANDLER NOT = WS-PREV-HANDLER THEN
                      PERFORM HANDLER-BREAK
                   END-IF
                   PERFORM REPORT-IF-STALE
                   PERFORM FETCH-CURSOR
           END-PERFORM.

           PERFORM CLOSE-CURSOR.
           PERFORM END-HANDLER-PAGE.

           CLOSE DIARYOUT.

           DISPLAY '------------------------------------------------'.
           DISPLAY '  CLAIMS CHECKED.......: ' WS-CNT-CHECKED.
           DISPLAY '  STALE CLAIMS LISTED..: ' WS-CNT-LISTED.
           DISPLAY '  HANDLER PAGES........: ' WS-CNT-PAGES.
           DISPLAY '------------------------------------------------'.

           PERFORM MARK-RUN-ENDED.

             EXEC SQL
                 FETCH C1
                 INTO :WS-FETCH-HANDLER,
                      :WS-FETCH-HANDLER-NAME,
                      :WS-FETCH-TEAM,
                      :WS-FETCH-TYPE,
                      :DB2-CLAIMNUMBER-INT,
                      :DB2-POLICYNUMBER-INT,
                      :DB2-DAYS-CLAIM,
                      :DB2-DAYS-PAYMENT,
                      :DB2-DAYS-MOVE,
                      :DB2-DAYS-INBOUND
             END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM DISPLAY-SQL-ERROR

      *----------------------------------------------------------------*
      *    THE QUIET PERIOD IS THE TIME SINCE THE MOST RECENT OF
      *    THE FOUR DATES - THE SMALLEST OF THE FOUR DAY COUNTS.
       REPORT-IF-STALE.
           MOVE DB2-DAYS-CLAIM TO WS-DAYS-QUIET.
           IF DB2-DAYS-PAYMENT < WS-DAYS-QUIET THEN
           IF DB2-DAYS-MOVE < WS-DAYS-QUIET THEN
              MOVE DB2-DAYS-MOVE TO WS-DAYS-QUIET
           END-IF.
           IF DB2-DAYS-INBOUND < WS-DAYS-QUIET THEN
              MOVE DB2-DAYS-INBOUND TO WS-DAYS-QUIET
           END-IF.

           IF WS-DAYS-QUIET >= WS-STALE-DAYS THEN
              EVALUATE TRUE
                  WHEN OTHER
                     MOVE 'OVER 1 YEAR ' TO WS-BUCKET-LABEL
              END-EVALUATE
              MOVE WS-FETCH-TYPE TO WD-TYPE
              MOVE DB2-CLAIMNUMBER-INT TO WD-CLAIM
              MOVE DB2-POLICYNUMBER-INT TO WD-POLICY
              MOVE WS-DAYS-QUIET TO WD-DAYS
              MOVE WS-BUCKET-LABEL TO WD-BUCKET
              WRITE DIARY-RECORD FROM WS-DETAIL-LINE
                    AFTER ADVANCING 1 LINE
              ADD 1 TO WS-CNT-LISTED
              ADD 1 TO WS-CNT-HANDLER
           END-IF.

      *----------------------------------------------------------------*
      *    EVERY HANDLER GETS A PAGE OF THEIR OWN, EVEN WHEN NOTHING
      *    OF THEIRS IS STALE - AN EMPTY PAGE WITH A ZERO COUNT TELLS
      *    THEM THE DIARY WAS RUN AND THEY ARE CLEAR.
       HANDLER-BREAK.
           PERFORM END-HANDLER-PAGE.
           MOVE WS-FETCH-HANDLER TO WS-PREV-HANDLER.
           MOVE 0 TO WS-CNT-HANDLER.
           ADD 1 TO WS-CNT-PAGES.
           MOVE WS-FETCH-HANDLER TO WH-HANDLER.
           MOVE WS-FETCH-HANDLER-NAME TO WH-HANDLER-NAME.
           MOVE WS-FETCH-TEAM TO WH-TEAM.
           WRITE DIARY-RECORD FROM WS-PAGE-HEADING
                 AFTER ADVANCING PAGE.
           WRITE DIARY-RECORD FROM WS-COLUMN-HEADING
                 AFTER ADVANCING 2 LINES.

       END-HANDLER-PAGE.
           IF WS-CNT-PAGES > 0 THEN
              MOVE WS-CNT-HANDLER TO WT-HANDLER-COUNT
              WRITE DIARY-RECORD FROM WS-HANDLER-TOTAL-LINE
                    AFTER ADVANCING 2 LINES
           END-IF.

      *----------------------------------------------------------------*
