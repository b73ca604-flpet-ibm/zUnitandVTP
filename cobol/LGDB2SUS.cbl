       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGDB2SUS.
      *    AGED SUSPENSE REPORT. LISTS EVERY RECEIPT LGDB2PAY COULD
      *    NOT MATCH AND PUT IN SUSPENSE THAT STILL HAS MONEY NOT
      *    ALLOCATED OR REFUNDED THROUGH ACCPGMS, OLDEST FIRST,
      *    WITH ITS BANK REFERENCE, THE INVOICE NUMBER THE PAYER
      *    QUOTED AND WHY IT DID NOT MATCH, AND TOTALS WHAT IS LEFT
      *    IN 0-30, 31-60, 61-90 AND OVER-90-DAY BUCKETS BY THE
      *    DATE THE MONEY WAS RECEIVED, SO FINANCE CAN SEE THE
      *    SUSPENSE ACCOUNT BALANCE AND WHAT IS GETTING OLD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-TODAY-NUM                 PIC 9(8).

       01  WS-FETCH-SUSPENSEID          PIC S9(9) COMP.
       01  WS-FETCH-RECEIVED            PIC X(10).
       01  WS-FETCH-BANKREF             PIC X(16).
       01  WS-FETCH-QUOTEDREF           PIC S9(9) COMP.
       01  WS-FETCH-AMOUNT              PIC S9(9) COMP.
       01  WS-FETCH-UNALLOCATED         PIC S9(9) COMP.
       01  WS-FETCH-AGE                 PIC S9(9) COMP.
       01  WS-FETCH-REASON              PIC X(30).

      *    AGING BUCKETS: 1 = 0-30 DAYS, 2 = 31-60, 3 = 61-90,
      *    4 = OVER 90.
       01  WS-BUCKET                    PIC S9(4) COMP.
       01  WS-BUCKET-TABLE.
           05 WS-BUCKET-ENTRY OCCURS 4 TIMES.
              10 WS-BKT-COUNT           PIC 9(7).
              10 WS-BKT-AMOUNT          PIC S9(11) COMP-3.
       01  WS-BUCKET-LABELS.
           05 FILLER PIC X(12) VALUE '0-30 DAYS   '.
           05 FILLER PIC X(12) VALUE '31-60 DAYS  '.
           05 FILLER PIC X(12) VALUE '61-90 DAYS  '.
           05 FILLER PIC X(12) VALUE 'OVER 90 DAYS'.
       01  WS-BUCKET-LABEL-TAB REDEFINES WS-BUCKET-LABELS.
           05 WS-BUCKET-LABEL PIC X(12) OCCURS 4 TIMES.

       01  WS-DISP-SUSPENSEID           PIC Z(8)9.
       01  WS-DISP-QUOTEDREF            PIC Z(8)9.
       01  WS-DISP-AMOUNT               PIC -(8)9.
       01  WS-DISP-UNALLOCATED          PIC -(8)9.
       01  WS-DISP-AGE                  PIC ZZZZ9.
       01  WS-DISP-SUM                  PIC -(10)9.

       01  WS-CNT-READ                  PIC 9(7) VALUE 0.
       01  WS-SUM-UNALLOCATED           PIC S9(11) COMP-3 VALUE 0.

      * Central run-control (RUNLOG) interface
       01  WS-RUNLOG.
           COPY RUNCPY1.

      * SQLCA DB2 communications area
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    OPEN SUSPENSE ITEMS WITH WHAT IS LEFT AND HOW OLD IT IS
           EXEC SQL
             DECLARE C1 CURSOR FOR
               SELECT SUSPENSEID,
                      CHAR(RECEIVEDDATE, ISO),
                      COALESCE(BANKREF, ' '),
                      COALESCE(QUOTEDREF, 0),
                      AMOUNT,
                      AMOUNT - ALLOCATEDAMOUNT,
                      DAYS(CURRENT DATE) - DAYS(RECEIVEDDATE),
                      COALESCE(REASON, ' ')
               FROM   GENASA1.SUSPENSE
               WHERE  STATUS = 'O'
                 AND  AMOUNT > ALLOCATEDAMOUNT
               ORDER BY RECEIVEDDATE, SUSPENSEID
           END-EXEC.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.
       MAIN.

           PERFORM MARK-RUN-STARTED.

           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.
           INITIALIZE WS-BUCKET-TABLE.

           DISPLAY '------------------------------------------------'
                   '--------------------'.
           DISPLAY 'LGDB2SUS AGED SUSPENSE (UNALLOCATED CASH) - '
                   WS-TODAY-NUM.
           DISPLAY '     ITEM RECEIVED   BANK REFERENCE    QUOTED'
                   '    AMOUNT UNALLOC   AGE REASON'.

           PERFORM OPEN-CURSOR.
           PERFORM FETCH-CURSOR.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0

                   ADD 1 TO WS-CNT-READ
                   PERFORM LIST-ONE-ITEM
                   PERFORM FETCH-CURSOR
           END-PERFORM.

           PERFORM CLOSE-CURSOR.

           DISPLAY '------------------------------------------------'
                   '--------------------'.
           PERFORM VARYING WS-BUCKET FROM 1 BY 1 UNTIL WS-BUCKET > 4
              MOVE WS-BKT-AMOUNT(WS-BUCKET) TO WS-DISP-SUM
              DISPLAY WS-BUCKET-LABEL(WS-BUCKET) '...........: '
                      WS-BKT-COUNT(WS-BUCKET) '  ' WS-DISP-SUM
           END-PERFORM.
           MOVE WS-SUM-UNALLOCATED TO WS-DISP-SUM.
           DISPLAY 'TOTAL IN SUSPENSE.......: ' WS-CNT-READ
                   '  ' WS-DISP-SUM.
           DISPLAY '------------------------------------------------'
                   '--------------------'.

           PERFORM MARK-RUN-ENDED.

           STOP RUN.

      *    THE START CALL DOUBLES AS THE DOUBLE-START GUARD - A ROW
      *    STILL MARKED RUNNING FOR TODAY'S CYCLE STOPS THE JOB.
       MARK-RUN-STARTED.
           MOVE 'LGDB2SUS' TO RUN-JOBNAME.
           MOVE 'S' TO RUN-FUNCTION.
           CALL 'LGRUNLOG' USING WS-RUNLOG.
           IF RUN-RC = 4 THEN
              DISPLAY 'LGDB2SUS ALREADY MARKED RUNNING THIS CYCLE'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF RUN-RC = 6 THEN
              DISPLAY 'LGDB2SUS HELD - PREDECESSOR '
                      RUN-FAILED-PRED ' NOT ENDED CLEANLY'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       MARK-RUN-ENDED.
           MOVE 'E' TO RUN-FUNCTION.
           MOVE WS-CNT-READ TO RUN-RECORDS-READ.
           MOVE WS-CNT-READ TO RUN-RECORDS-WRITTEN.
           MOVE 0 TO RUN-RECORDS-REJECTED.
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
                 INTO :WS-FETCH-SUSPENSEID,
                      :WS-FETCH-RECEIVED,
                      :WS-FETCH-BANKREF,
                      :WS-FETCH-QUOTEDREF,
                      :WS-FETCH-AMOUNT,
                      :WS-FETCH-UNALLOCATED,
                      :WS-FETCH-AGE,
                      :WS-FETCH-REASON
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
       LIST-ONE-ITEM.
           EVALUATE TRUE
              WHEN WS-FETCH-AGE <= 30
                 MOVE 1 TO WS-BUCKET
              WHEN WS-FETCH-AGE <= 60
                 MOVE 2 TO WS-BUCKET
              WHEN WS-FETCH-AGE <= 90
                 MOVE 3 TO WS-BUCKET
              WHEN OTHER
                 MOVE 4 TO WS-BUCKET
           END-EVALUATE.
           ADD 1 TO WS-BKT-COUNT(WS-BUCKET).
           ADD WS-FETCH-UNALLOCATED TO WS-BKT-AMOUNT(WS-BUCKET).
           ADD WS-FETCH-UNALLOCATED TO WS-SUM-UNALLOCATED.

           MOVE WS-FETCH-SUSPENSEID TO WS-DISP-SUSPENSEID.
           MOVE WS-FETCH-QUOTEDREF TO WS-DISP-QUOTEDREF.
           MOVE WS-FETCH-AMOUNT TO WS-DISP-AMOUNT.
           MOVE WS-FETCH-UNALLOCATED TO WS-DISP-UNALLOCATED.
           MOVE WS-FETCH-AGE TO WS-DISP-AGE.
           DISPLAY WS-DISP-SUSPENSEID ' ' WS-FETCH-RECEIVED ' '
                   WS-FETCH-BANKREF ' ' WS-DISP-QUOTEDREF ' '
                   WS-DISP-AMOUNT ' ' WS-DISP-UNALLOCATED ' '
                   WS-DISP-AGE ' ' WS-FETCH-REASON.

      *----------------------------------------------------------------*
       DISPLAY-SQL-ERROR.

           DISPLAY 'SQLERROR'
           DISPLAY 'SQLCODE  ' SQLCODE
           DISPLAY 'SQLSTATE ' SQLSTATE.
           MOVE 'LGDB2SUS' TO ERR-PROGRAM.
           MOVE SPACES TO ERR-PARAGRAPH.
           MOVE SPACES TO ERR-KEY-VALUES.
           MOVE SQLCODE TO ERR-SQLCODE.
           MOVE SQLSTATE TO ERR-SQLSTATE.
           MOVE SQLERRMC TO ERR-SQLERRMC.
           CALL 'LGSQLERR' USING WS-SQLERR.

       END PROGRAM LGDB2SUS.
