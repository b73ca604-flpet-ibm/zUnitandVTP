       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGDB2CRT.
      *    DEBT-COLLECTION RETURN FILE. THE AGENCY REPORTS BACK ON
      *    THE INVOICES LGDB2COL HANDED OVER, ONE COLLIN RECORD PER
      *    EVENT: 'R' A RECOVERY OF THE AMOUNT GIVEN, 'W' THE AGENCY
      *    GIVES UP AND THE REST OF THE CASE IS WRITTEN OFF. EACH
      *    ACCEPTED EVENT IS A COLLECTTXN ROW - LGDB2LED POSTS A
      *    RECOVERY TO THE CUSTOMER LEDGER AS 'PAY' AND A WRITE-OFF
      *    AS 'WOF', AND LGDB2GLI JOURNALS THEM AS 'CRC' AND 'CWO'.
      *    A CASE CLOSES WHEN IT IS FULLY RECOVERED OR WRITTEN OFF.
      *    EVENTS THAT DO NOT FIT AN OPEN CASE GO TO THE COLLREJ
      *    FILE WITH THE REASON.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLIN ASSIGN TO COLLIN
               FILE STATUS IS COLLIN-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT COLLREJ ASSIGN TO COLLREJ
               FILE STATUS IS COLLREJ-STATUS
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.

       FILE SECTION.
       FD COLLIN RECORDING MODE F.
       01 COLLIN-RECORD.
           05 CR-INVOICENUMBER       PIC 9(9).
           05 CR-TXNTYPE             PIC X(1).
           05 CR-AMOUNT              PIC 9(9).
           05 CR-TXNDATE             PIC X(10).
           05 FILLER                 PIC X(51).

       FD COLLREJ RECORDING MODE F.
       01 COLLREJ-RECORD.
           05 RJ-INVOICENUMBER       PIC 9(9).
           05 RJ-TXNTYPE             PIC X(1).
           05 RJ-AMOUNT              PIC 9(9).
           05 RJ-TXNDATE             PIC X(10).
           05 RJ-REASON              PIC X(30).
           05 FILLER                 PIC X(21).

       WORKING-STORAGE SECTION.

       01 COLLIN-STATUS              PIC 99.
       01 COLLREJ-STATUS             PIC 99.
       01 CR-MARKER                  PIC X VALUE '0'.
          88 CR-EOF                        VALUE '1'.

       01  WS-TODAY.
           05 WS-TODAY-YEAR   PIC 9999.
           05 WS-TODAY-MONTH  PIC 99.
           05 WS-TODAY-DAY    PIC 99.
       01  WS-RUN-DATE-ISO              PIC X(10).

       01  WS-INVOICENUMBER             PIC S9(9) COMP.
       01  WS-CUSTOMERNUMBER            PIC S9(9) COMP.
       01  WS-CASE-AMOUNT               PIC S9(9) COMP.
       01  WS-CASE-STATUS               PIC X(1).
       01  WS-SETTLED                   PIC S9(9) COMP.
       01  WS-OUTSTANDING               PIC S9(9) COMP.
       01  WS-TXNNUMBER                 PIC S9(9) COMP.
       01  WS-TXNTYPE                   PIC X(1).
       01  WS-TXNDATE                   PIC X(10).
       01  WS-TXN-AMOUNT                PIC S9(9) COMP.

       01  WS-RJ-REASON                 PIC X(30).

       01  WS-CNT-READ                  PIC 9(7) VALUE 0.
       01  WS-CNT-RECOVERED             PIC 9(7) VALUE 0.
       01  WS-CNT-WRITTEN-OFF           PIC 9(7) VALUE 0.
       01  WS-CNT-CLOSED                PIC 9(7) VALUE 0.
       01  WS-CNT-REJECTED              PIC 9(7) VALUE 0.
       01  WS-AMT-RECOVERED             PIC S9(11) COMP VALUE 0.
       01  WS-AMT-WRITTEN-OFF           PIC S9(11) COMP VALUE 0.

      *    PERIODIC COMMIT SO THE JOB DOES NOT HOLD LOCKS AND LOG
      *    SPACE FOR THE FULL LENGTH OF THE RUN.
       01  WS-COMMIT-INTERVAL           PIC S9(9) COMP VALUE 1000.
       01  WS-ROWS-SINCE-COMMIT         PIC S9(9) COMP VALUE 0.

      * Central run-control (RUNLOG) interface
       01  WS-RUNLOG.
           COPY RUNCPY1.

      * SQLCA DB2 communications area
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * Number-range allocation through NUMPGM1
       01  WS-NUM.
           COPY NUMCPY1.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.
       MAIN.

           PERFORM MARK-RUN-STARTED.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-RUN-DATE-ISO.
           STRING WS-TODAY-YEAR '-' WS-TODAY-MONTH '-' WS-TODAY-DAY
                  DELIMITED BY SIZE INTO WS-RUN-DATE-ISO.

           OPEN INPUT COLLIN.
           IF COLLIN-STATUS NOT = 0 THEN
              DISPLAY 'LGDB2CRT FILE STATUS AT OPEN COLLIN '
                      COLLIN-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM MARK-RUN-ENDED
              STOP RUN
           END-IF.

           OPEN OUTPUT COLLREJ.
           IF COLLREJ-STATUS NOT = 0 THEN
              DISPLAY 'LGDB2CRT FILE STATUS AT OPEN COLLREJ '
                      COLLREJ-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM MARK-RUN-ENDED
              STOP RUN
           END-IF.

           READ COLLIN
                AT END SET CR-EOF TO TRUE
           END-READ.
           PERFORM WITH TEST BEFORE UNTIL CR-EOF
              ADD 1 TO WS-CNT-READ
              PERFORM POST-ONE-RETURN THRU POST-ONE-RETURN-EXIT
              PERFORM COMMIT-CHECKPOINT
              READ COLLIN
                   AT END SET CR-EOF TO TRUE
              END-READ
           END-PERFORM.

           EXEC SQL COMMIT END-EXEC.

           PERFORM DISPLAY-SUMMARY.

           PERFORM MARK-RUN-ENDED.

           CLOSE COLLIN.
           CLOSE COLLREJ.
           STOP RUN.

      *    THE START CALL DOUBLES AS THE DOUBLE-START GUARD - A ROW
      *    STILL MARKED RUNNING FOR TODAY'S CYCLE STOPS THE JOB.
       MARK-RUN-STARTED.
           MOVE 'LGDB2CRT' TO RUN-JOBNAME.
           MOVE 'S' TO RUN-FUNCTION.
           CALL 'LGRUNLOG' USING WS-RUNLOG.
           IF RUN-RC = 4 THEN
              DISPLAY 'LGDB2CRT ALREADY MARKED RUNNING THIS CYCLE'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF RUN-RC = 6 THEN
              DISPLAY 'LGDB2CRT HELD - PREDECESSOR '
                      RUN-FAILED-PRED ' NOT ENDED CLEANLY'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       MARK-RUN-ENDED.
           MOVE 'E' TO RUN-FUNCTION.
           MOVE WS-CNT-READ TO RUN-RECORDS-READ.
           COMPUTE RUN-RECORDS-WRITTEN =
                   WS-CNT-RECOVERED + WS-CNT-WRITTEN-OFF.
           MOVE WS-CNT-REJECTED TO RUN-RECORDS-REJECTED.
           MOVE RETURN-CODE TO RUN-RETURN-CODE.
           CALL 'LGRUNLOG' USING WS-RUNLOG.

       COMMIT-CHECKPOINT.
           ADD 1 TO WS-ROWS-SINCE-COMMIT.
           IF WS-ROWS-SINCE-COMMIT >= WS-COMMIT-INTERVAL THEN
              EXEC SQL COMMIT END-EXEC
              MOVE 0 TO WS-ROWS-SINCE-COMMIT
           END-IF.

      *----------------------------------------------------------------*
      *    THE EVENT MUST BELONG TO A CASE STILL OPEN WITH THE
      *    AGENCY. WHAT IS OUTSTANDING IS THE AMOUNT HANDED OVER
      *    LESS WHAT EARLIER EVENTS ALREADY SETTLED.
       POST-ONE-RETURN.
           MOVE CR-INVOICENUMBER TO WS-INVOICENUMBER.
           MOVE CR-TXNTYPE TO WS-TXNTYPE.
           IF CR-TXNDATE = SPACES THEN
              MOVE WS-RUN-DATE-ISO TO WS-TXNDATE
           ELSE
              MOVE CR-TXNDATE TO WS-TXNDATE
           END-IF.

           IF WS-TXNTYPE NOT = 'R' AND WS-TXNTYPE NOT = 'W' THEN
              MOVE 'UNKNOWN RETURN TYPE' TO WS-RJ-REASON
              PERFORM WRITE-REJECT
              GO TO POST-ONE-RETURN-EXIT
           END-IF.

           EXEC SQL
              SELECT CUSTOMERNUMBER, AMOUNT, STATUS
              INTO  :WS-CUSTOMERNUMBER, :WS-CASE-AMOUNT,
                    :WS-CASE-STATUS
              FROM GENASA1.COLLECTION
              WHERE INVOICENUMBER = :WS-INVOICENUMBER
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                  MOVE 'NO SUCH COLLECTION CASE' TO WS-RJ-REASON
                  PERFORM WRITE-REJECT
                  GO TO POST-ONE-RETURN-EXIT
               WHEN SQLCODE NOT = 0
                  PERFORM DISPLAY-SQL-ERROR
                  MOVE 16 TO RETURN-CODE
                  GO TO POST-ONE-RETURN-EXIT
               WHEN WS-CASE-STATUS NOT = 'C'
                  MOVE 'CASE ALREADY CLOSED' TO WS-RJ-REASON
                  PERFORM WRITE-REJECT
                  GO TO POST-ONE-RETURN-EXIT
           END-EVALUATE.

           EXEC SQL
              SELECT COALESCE(SUM(AMOUNT), 0)
              INTO  :WS-SETTLED
              FROM GENASA1.COLLECTTXN
              WHERE INVOICENUMBER = :WS-INVOICENUMBER
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              MOVE 16 TO RETURN-CODE
              GO TO POST-ONE-RETURN-EXIT
           END-IF.
           COMPUTE WS-OUTSTANDING = WS-CASE-AMOUNT - WS-SETTLED.

      *    A WRITE-OFF TAKES WHATEVER IS LEFT, WHATEVER AMOUNT THE
      *    AGENCY PUT ON THE RECORD.
           IF WS-TXNTYPE = 'W' THEN
              MOVE WS-OUTSTANDING TO WS-TXN-AMOUNT
           ELSE
              MOVE CR-AMOUNT TO WS-TXN-AMOUNT
              IF WS-TXN-AMOUNT = 0 THEN
                 MOVE 'ZERO RECOVERY' TO WS-RJ-REASON
                 PERFORM WRITE-REJECT
                 GO TO POST-ONE-RETURN-EXIT
              END-IF
              IF WS-TXN-AMOUNT > WS-OUTSTANDING THEN
                 MOVE 'RECOVERY EXCEEDS OUTSTANDING' TO WS-RJ-REASON
                 PERFORM WRITE-REJECT
                 GO TO POST-ONE-RETURN-EXIT
              END-IF
           END-IF.

           PERFORM INSERT-COLLECTION-TXN.
           IF SQLCODE NOT = 0 THEN
              GO TO POST-ONE-RETURN-EXIT
           END-IF.

           IF WS-TXNTYPE = 'R' THEN
              ADD 1 TO WS-CNT-RECOVERED
              ADD WS-TXN-AMOUNT TO WS-AMT-RECOVERED
           ELSE
              ADD 1 TO WS-CNT-WRITTEN-OFF
              ADD WS-TXN-AMOUNT TO WS-AMT-WRITTEN-OFF
           END-IF.

           IF WS-TXN-AMOUNT = WS-OUTSTANDING THEN
              PERFORM CLOSE-COLLECTION-CASE
           END-IF.

       POST-ONE-RETURN-EXIT.
           EXIT.

       INSERT-COLLECTION-TXN.
           MOVE 'COLLTXN' TO NUM-KEY-TYPE.
           MOVE 1 TO NUM-COUNT.
           CALL 'NUMPGM1' USING WS-NUM.
           MOVE NUM-FIRST TO WS-TXNNUMBER.
           IF NUM-RC NOT = 0 THEN
              DISPLAY 'LGDB2CRT - NO COLLECTION TXN NUMBER, '
                      'NUMPGM1 RC ' NUM-RC
              MOVE 16 TO RETURN-CODE
           ELSE
              EXEC SQL
                 INSERT INTO GENASA1.COLLECTTXN
                           ( TXNNUMBER,
                             INVOICENUMBER,
                             CUSTOMERNUMBER,
                             TXNTYPE,
                             TXNDATE,
                             AMOUNT )
                    VALUES ( :WS-TXNNUMBER,
                             :WS-INVOICENUMBER,
                             :WS-CUSTOMERNUMBER,
                             :WS-TXNTYPE,
                             :WS-TXNDATE,
                             :WS-TXN-AMOUNT )
              END-EXEC
              IF SQLCODE NOT = 0 THEN
                 PERFORM DISPLAY-SQL-ERROR
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.

       CLOSE-COLLECTION-CASE.
           EXEC SQL
              UPDATE GENASA1.COLLECTION
              SET    STATUS = 'X',
                     CLOSEDDATE = :WS-TXNDATE
              WHERE  INVOICENUMBER = :WS-INVOICENUMBER
           END-EXEC.
           IF SQLCODE = 0 THEN
              ADD 1 TO WS-CNT-CLOSED
           ELSE
              PERFORM DISPLAY-SQL-ERROR
              MOVE 16 TO RETURN-CODE
           END-IF.

       WRITE-REJECT.
           MOVE SPACES TO COLLREJ-RECORD.
           MOVE CR-INVOICENUMBER TO RJ-INVOICENUMBER.
           MOVE CR-TXNTYPE TO RJ-TXNTYPE.
           MOVE CR-AMOUNT TO RJ-AMOUNT.
           MOVE CR-TXNDATE TO RJ-TXNDATE.
           MOVE WS-RJ-REASON TO RJ-REASON.
           WRITE COLLREJ-RECORD.
           ADD 1 TO WS-CNT-REJECTED.

      *----------------------------------------------------------------*
       DISPLAY-SQL-ERROR.

           DISPLAY 'SQLERROR'
           DISPLAY 'SQLCODE  ' SQLCODE
           DISPLAY 'SQLSTATE ' SQLSTATE.
           MOVE 'LGDB2CRT' TO ERR-PROGRAM.
           MOVE SPACES TO ERR-PARAGRAPH.
           MOVE SPACES TO ERR-KEY-VALUES.
           MOVE SQLCODE TO ERR-SQLCODE.
           MOVE SQLSTATE TO ERR-SQLSTATE.
           MOVE SQLERRMC TO ERR-SQLERRMC.
           CALL 'LGSQLERR' USING WS-SQLERR.

       DISPLAY-SUMMARY.
           DISPLAY '-----------------------------------------'.
           DISPLAY 'LGDB2CRT END OF JOB SUMMARY'.
           DISPLAY '  RETURN RECORDS READ..: ' WS-CNT-READ.
           DISPLAY '  RECOVERIES POSTED....: ' WS-CNT-RECOVERED.
           DISPLAY '  AMOUNT RECOVERED.....: ' WS-AMT-RECOVERED.
           DISPLAY '  WRITE-OFFS POSTED....: ' WS-CNT-WRITTEN-OFF.
           DISPLAY '  AMOUNT WRITTEN OFF...: ' WS-AMT-WRITTEN-OFF.
           DISPLAY '  CASES CLOSED.........: ' WS-CNT-CLOSED.
           DISPLAY '  REJECTED.............: ' WS-CNT-REJECTED.
           DISPLAY '-----------------------------------------'.

       END PROGRAM LGDB2CRT.
