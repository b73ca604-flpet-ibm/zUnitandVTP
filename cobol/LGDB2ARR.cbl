       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGDB2ARR.
      *    PAYMENT-ARRANGEMENT LIST FOR CREDIT CONTROL. SHOWS EVERY
      *    ARRANGEMENT TAKEN THROUGH ACCPGMA THAT IS STILL LIVE,
      *    AND EVERY ONE LGDB2PAY HAS CLOSED AS KEPT OR BROKEN IN
      *    THE LOOK-BACK WINDOW, WITH WHAT HAS BEEN PAID AGAINST
      *    ITS INSTALMENTS AND WHAT IS STILL OUTSTANDING, THEN
      *    TOTALS BY STATUS. RUN AFTER LGDB2PAY.
      *    SYSIN: LOOK-BACK DAYS FOR CLOSED ARRANGEMENTS (1-3),
      *    DEFAULT 030.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-ARR-CARD.
           05 WS-CARD-LOOKBACK-DAYS     PIC 9(3).
       01  WS-LOOKBACK-DAYS             PIC S9(4) COMP VALUE 30.

       01  WS-TODAY-NUM                 PIC 9(8).

       01  WS-FETCH-ARRANGEID           PIC S9(9) COMP.
       01  WS-FETCH-STATUS              PIC X(1).
       01  WS-FETCH-CUSTOMER            PIC S9(9) COMP.
       01  WS-FETCH-POLICY              PIC S9(9) COMP.
       01  WS-FETCH-AGREED              PIC X(10).
       01  WS-FETCH-TOTAL               PIC S9(9) COMP.
       01  WS-FETCH-INSTALMENTS         PIC S9(4) COMP.
       01  WS-FETCH-PAID                PIC S9(9) COMP.
       01  WS-FETCH-CLOSED              PIC X(10).
       01  WS-OUTSTANDING               PIC S9(9) COMP.

       01  WS-STATUS-TEXT               PIC X(6).

       01  WS-DISP-ARRANGEID            PIC Z(8)9.
       01  WS-DISP-CUSTOMER             PIC Z(8)9.
       01  WS-DISP-POLICY               PIC Z(8)9.
       01  WS-DISP-INSTALMENTS          PIC Z9.
       01  WS-DISP-TOTAL                PIC -(8)9.
       01  WS-DISP-PAID                 PIC -(8)9.
       01  WS-DISP-OUTSTANDING          PIC -(8)9.

       01  WS-CNT-READ                  PIC 9(7) VALUE 0.
       01  WS-CNT-LIVE                  PIC 9(7) VALUE 0.
       01  WS-CNT-KEPT                  PIC 9(7) VALUE 0.
       01  WS-CNT-BROKEN                PIC 9(7) VALUE 0.
       01  WS-SUM-LIVE-OUT              PIC S9(11) COMP-3 VALUE 0.
       01  WS-SUM-KEPT-PAID             PIC S9(11) COMP-3 VALUE 0.
       01  WS-SUM-BROKEN-OUT            PIC S9(11) COMP-3 VALUE 0.
       01  WS-DISP-SUM                  PIC -(10)9.

      * Central run-control (RUNLOG) interface
       01  WS-RUNLOG.
           COPY RUNCPY1.

      * SQLCA DB2 communications area
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    LIVE ARRANGEMENTS, AND THOSE CLOSED IN THE WINDOW, WITH
      *    THE INSTALMENTS PAID SO FAR
           EXEC SQL
             DECLARE C1 CURSOR FOR
               SELECT A.ARRANGEID,
                      A.STATUS,
                      A.CUSTOMERNUMBER,
                      A.POLICYNUMBER,
                      CHAR(A.AGREEDDATE, ISO),
                      A.TOTALAMOUNT,
                      A.INSTALMENTS,
                      (SELECT COALESCE(SUM(I.AMOUNT), 0)
                         FROM GENASA1.PAYARRLINE L,
                              GENASA1.INVOICE I
                        WHERE L.ARRANGEID = A.ARRANGEID
                          AND L.LINETYPE = 'I'
                          AND I.INVOICENUMBER = L.INVOICENUMBER
                          AND I.STATUS = 'P'),
                      COALESCE(CHAR(A.CLOSEDDATE, ISO), ' ')
               FROM   GENASA1.PAYARRANGE A
               WHERE  A.STATUS = 'L'
                  OR  DAYS(CURRENT DATE) - DAYS(A.CLOSEDDATE) <=
                      :WS-LOOKBACK-DAYS
               ORDER BY A.STATUS DESC, A.CUSTOMERNUMBER,
                        A.ARRANGEID
           END-EXEC.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.
       MAIN.

           PERFORM MARK-RUN-STARTED.

           MOVE SPACES TO WS-ARR-CARD.
           ACCEPT WS-ARR-CARD FROM SYSIN.
           IF WS-CARD-LOOKBACK-DAYS NUMERIC AND
              WS-CARD-LOOKBACK-DAYS > 0 THEN
              MOVE WS-CARD-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
           END-IF.

           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.

           DISPLAY '------------------------------------------------'
                   '--------------------'.
           DISPLAY 'LGDB2ARR PAYMENT ARRANGEMENTS - ' WS-TODAY-NUM
                   ' CLOSED WITHIN ' WS-LOOKBACK-DAYS ' DAYS'.
           DISPLAY 'STATUS  ARRANGE  CUSTOMER    POLICY AGREED     '
                   'N     TOTAL      PAID OUTSTANDING CLOSED'.

           PERFORM OPEN-CURSOR.
           PERFORM FETCH-CURSOR.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0

                   ADD 1 TO WS-CNT-READ
                   PERFORM LIST-ONE-ARRANGEMENT
                   PERFORM FETCH-CURSOR
           END-PERFORM.

           PERFORM CLOSE-CURSOR.

           DISPLAY '------------------------------------------------'
                   '--------------------'.
           MOVE WS-SUM-LIVE-OUT TO WS-DISP-SUM.
           DISPLAY 'LIVE ARRANGEMENTS......: ' WS-CNT-LIVE
                   '  OUTSTANDING ' WS-DISP-SUM.
           MOVE WS-SUM-KEPT-PAID TO WS-DISP-SUM.
           DISPLAY 'KEPT ARRANGEMENTS......: ' WS-CNT-KEPT
                   '  PAID        ' WS-DISP-SUM.
           MOVE WS-SUM-BROKEN-OUT TO WS-DISP-SUM.
           DISPLAY 'BROKEN ARRANGEMENTS....: ' WS-CNT-BROKEN
                   '  IN ARREARS  ' WS-DISP-SUM.
           DISPLAY '------------------------------------------------'
                   '--------------------'.

           PERFORM MARK-RUN-ENDED.

           STOP RUN.

      *    THE START CALL DOUBLES AS THE DOUBLE-START GUARD - A ROW
      *    STILL MARKED RUNNING FOR TODAY'S CYCLE STOPS THE JOB.
       MARK-RUN-STARTED.
           MOVE 'LGDB2ARR' TO RUN-JOBNAME.
           MOVE 'S' TO RUN-FUNCTION.
           CALL 'LGRUNLOG' USING WS-RUNLOG.
           IF RUN-RC = 4 THEN
              DISPLAY 'LGDB2ARR ALREADY MARKED RUNNING THIS CYCLE'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF RUN-RC = 6 THEN
              DISPLAY 'LGDB2ARR HELD - PREDECESSOR '
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
                 INTO :WS-FETCH-ARRANGEID,
                      :WS-FETCH-STATUS,
                      :WS-FETCH-CUSTOMER,
                      :WS-FETCH-POLICY,
                      :WS-FETCH-AGREED,
                      :WS-FETCH-TOTAL,
                      :WS-FETCH-INSTALMENTS,
                      :WS-FETCH-PAID,
                      :WS-FETCH-CLOSED
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
      *    WHAT IS NOT YET PAID OF A BROKEN ARRANGEMENT IS BACK IN
      *    THE ORDINARY ARREARS PATH, SO ITS TOTAL IS SHOWN APART.
       LIST-ONE-ARRANGEMENT.
           COMPUTE WS-OUTSTANDING = WS-FETCH-TOTAL - WS-FETCH-PAID.
           EVALUATE WS-FETCH-STATUS
              WHEN 'L'
                 MOVE 'LIVE' TO WS-STATUS-TEXT
                 ADD 1 TO WS-CNT-LIVE
                 ADD WS-OUTSTANDING TO WS-SUM-LIVE-OUT
              WHEN 'K'
                 MOVE 'KEPT' TO WS-STATUS-TEXT
                 ADD 1 TO WS-CNT-KEPT
                 ADD WS-FETCH-PAID TO WS-SUM-KEPT-PAID
              WHEN 'B'
                 MOVE 'BROKEN' TO WS-STATUS-TEXT
                 ADD 1 TO WS-CNT-BROKEN
                 ADD WS-OUTSTANDING TO WS-SUM-BROKEN-OUT
              WHEN OTHER
                 MOVE WS-FETCH-STATUS TO WS-STATUS-TEXT
           END-EVALUATE.

           MOVE WS-FETCH-ARRANGEID TO WS-DISP-ARRANGEID.
           MOVE WS-FETCH-CUSTOMER TO WS-DISP-CUSTOMER.
           MOVE WS-FETCH-POLICY TO WS-DISP-POLICY.
           MOVE WS-FETCH-INSTALMENTS TO WS-DISP-INSTALMENTS.
           MOVE WS-FETCH-TOTAL TO WS-DISP-TOTAL.
           MOVE WS-FETCH-PAID TO WS-DISP-PAID.
           MOVE WS-OUTSTANDING TO WS-DISP-OUTSTANDING.
           DISPLAY WS-STATUS-TEXT WS-DISP-ARRANGEID ' '
                   WS-DISP-CUSTOMER ' ' WS-DISP-POLICY ' '
                   WS-FETCH-AGREED ' ' WS-DISP-INSTALMENTS ' '
                   WS-DISP-TOTAL ' ' WS-DISP-PAID '  '
                   WS-DISP-OUTSTANDING ' ' WS-FETCH-CLOSED.

      *----------------------------------------------------------------*
       DISPLAY-SQL-ERROR.

           DISPLAY 'SQLERROR'
           DISPLAY 'SQLCODE  ' SQLCODE
           DISPLAY 'SQLSTATE ' SQLSTATE.
           MOVE 'LGDB2ARR' TO ERR-PROGRAM.
           MOVE SPACES TO ERR-PARAGRAPH.
           MOVE SPACES TO ERR-KEY-VALUES.
           MOVE SQLCODE TO ERR-SQLCODE.
           MOVE SQLSTATE TO ERR-SQLSTATE.
           MOVE SQLERRMC TO ERR-SQLERRMC.
           CALL 'LGSQLERR' USING WS-SQLERR.

       END PROGRAM LGDB2ARR.
