       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGDB2BRC.
      *    BANK STATEMENT RECONCILIATION. LOADS THE BANK'S DAILY
      *    ACCOUNT STATEMENT (THE CAMT.053 ENTRIES, FLATTENED TO A
      *    HEADER / ENTRY / TRAILER FILE ON STMTIN) INTO THE
      *    BANKSTMTENT TABLE AND MATCHES EACH ENTRY AGAINST THE
      *    EXPECTED-BANK-MOVEMENT REGISTER (BANKEXPECT) THAT
      *    LGDB2DSB, LGDB2PBL, LGDB2DSR AND LGDB2PAY FILL THROUGH
      *    LGBNKEXP:
      *      - BY REFERENCE: AN OPEN EXPECTED ITEM IN THE SAME
      *        DIRECTION WHOSE REFERENCE IS THE ENTRY'S END-TO-END
      *        ID OR THE BANK'S OWN REFERENCE, FOR THE SAME AMOUNT;
      *      - BY BATCH: THE OPEN ITEMS OF THE PAYMENT FILE WHOSE
      *        BATCH REFERENCE IS THE ENTRY'S PAYMENT-INFORMATION ID
      *        AND ADD UP TO THE ENTRY (A BATCH BOOKED AS ONE SUM);
      *      - BY DAY (CREDITS ONLY): THE OPEN PAID ITEMS OF THE
      *        BOOKING DATE THAT ADD UP TO THE ENTRY.
      *    BANK ENTRIES LEFT UNMATCHED BY EARLIER STATEMENTS ARE
      *    TRIED AGAIN FIRST, SINCE THE OTHER SIDE MAY HAVE BEEN
      *    REGISTERED SINCE. THE REPORT LISTS THE MATCHED ITEMS,
      *    WHAT IS ON THE BANK BUT NOT IN OUR BOOKS AND WHAT IS IN
      *    OUR BOOKS BUT NOT YET ON THE BANK, PROVES THE STATEMENT
      *    (OPENING + CREDITS - DEBITS = CLOSING, AND OPENING =
      *    THE PREVIOUS CLOSING) AND PROVES THE BANK'S CLOSING
      *    BALANCE, ADJUSTED FOR THE UNMATCHED ITEMS, AGAINST THE
      *    BALANCE OUR BOOKS EXPECT - THE FIRST RECONCILED OPENING
      *    BALANCE PLUS EVERY MOVEMENT REGISTERED SINCE. THE RESULT
      *    IS KEPT ON BANKRECON; A STATEMENT ALREADY ON BANKRECON
      *    IS NOT LOADED AGAIN. RETURN CODE 4 WHEN THE STATEMENT OR
      *    THE RECONCILIATION DOES NOT BALANCE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STMTIN ASSIGN TO STMTIN
               FILE STATUS IS STMTIN-STATUS
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.

       FILE SECTION.
       FD STMTIN RECORDING MODE F.
       01 STMT-HEADER.
           05 SH-RECTYPE             PIC X(1).
           05 SH-STMTID              PIC X(35).
           05 SH-ACCOUNT             PIC X(34).
           05 SH-CURRENCY            PIC X(3).
           05 SH-STMTDATE            PIC X(10).
           05 SH-OPENBAL             PIC 9(11)V99.
           05 SH-OPEN-CDI            PIC X(4).
           05 FILLER                 PIC X(150).
       01 STMT-ENTRY.
           05 SE-RECTYPE             PIC X(1).
           05 SE-BOOKDATE            PIC X(10).
           05 SE-VALUEDATE           PIC X(10).
           05 SE-CDI                 PIC X(4).
           05 SE-AMOUNT              PIC 9(9)V99.
           05 SE-ACCTSVCRREF         PIC X(35).
           05 SE-ENDTOENDID          PIC X(35).
           05 SE-PMTINFID            PIC X(35).
           05 SE-NBOFTXS             PIC 9(5).
           05 SE-REMITINFO           PIC X(60).
           05 FILLER                 PIC X(44).
       01 STMT-TRAILER.
           05 ST-RECTYPE             PIC X(1).
           05 ST-CLOSEBAL            PIC 9(11)V99.
           05 ST-CLOSE-CDI           PIC X(4).
           05 ST-ENTRY-COUNT         PIC 9(7).
           05 FILLER                 PIC X(225).

       WORKING-STORAGE SECTION.

       01 STMTIN-STATUS              PIC 99.
       01 SE-MARKER                  PIC X VALUE '0'.
          88 SE-EOF                        VALUE '1'.

       01  WS-TODAY                  PIC 9(8).
       01  WS-TODAY-ISO              PIC X(10).

      *    THE STATEMENT BEING RECONCILED
       01  WS-STMTID                 PIC X(35).
       01  WS-ACCOUNT                PIC X(34).
       01  WS-STMTDATE               PIC X(10).
       01  WS-OPENBAL                PIC S9(11)V99 COMP-3.
       01  WS-CLOSEBAL               PIC S9(11)V99 COMP-3.
       01  WS-TRAILER-COUNT          PIC 9(7) VALUE 0.
       01  WS-TRAILER-SW             PIC X(1) VALUE 'N'.
           88 WS-TRAILER-SEEN                  VALUE 'Y'.

      *    PREVIOUS STATEMENT AND RECONCILIATION BASE
       01  WS-PREV-CLOSEBAL          PIC S9(11)V99 COMP-3.
       01  WS-BASE-OPENBAL           PIC S9(11)V99 COMP-3.
       01  WS-BASE-DATE              PIC X(10).
       01  WS-HELD-COUNT             PIC S9(9) COMP.

      *    ONE BANK ENTRY - LOADED FROM STMTIN OR FETCHED AGAIN
       01  WS-ENT-ENTRYID            PIC S9(9) COMP.
       01  WS-ENT-BOOKDATE           PIC X(10).
       01  WS-ENT-DIRECTION          PIC X(1).
       01  WS-ENT-AMOUNT             PIC S9(9)V99 COMP-3.
       01  WS-ENT-ENDTOENDID         PIC X(35).
       01  WS-ENT-ACCTSVCRREF        PIC X(35).
       01  WS-ENT-PMTINFID           PIC X(35).
       01  WS-MATCHTYPE              PIC X(1).
           88 WS-ENTRY-MATCHED                 VALUE 'R' 'B' 'D'.
       01  WS-MATCH-REF              PIC X(35).
       01  WS-EXPECTID               PIC S9(9) COMP.
       01  WS-GROUP-SUM              PIC S9(11)V99 COMP-3.
       01  WS-GROUP-COUNT            PIC S9(9) COMP.

      *    UNMATCHED-ITEM LISTS
       01  WS-FETCH-ID               PIC S9(9) COMP.
       01  WS-FETCH-DATE             PIC X(10).
       01  WS-FETCH-DIRECTION        PIC X(1).
       01  WS-FETCH-AMOUNT           PIC S9(9)V99 COMP-3.
       01  WS-FETCH-SOURCE           PIC X(8).
       01  WS-FETCH-REF              PIC X(35).

      *    STATEMENT AND RECONCILIATION TOTALS
       01  WS-SUM-CREDITS            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-SUM-DEBITS             PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CALC-CLOSEBAL          PIC S9(11)V99 COMP-3.
       01  WS-BANK-ONLY-CR           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-BANK-ONLY-DR           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-BOOK-ONLY-CR           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-BOOK-ONLY-DR           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-BOOK-MOVEMENT          PIC S9(11)V99 COMP-3.
       01  WS-BOOKBAL                PIC S9(11)V99 COMP-3.
       01  WS-RECONBAL               PIC S9(11)V99 COMP-3.
       01  WS-DIFFERENCE             PIC S9(11)V99 COMP-3.

       01  WS-DISP-ID                PIC Z(8)9.
       01  WS-DISP-AMOUNT            PIC -(8)9,99.
       01  WS-DISP-BALANCE           PIC -(10)9,99.

       01  WS-CNT-ENTRIES            PIC 9(7) VALUE 0.
       01  WS-CNT-RETRIED            PIC 9(7) VALUE 0.
       01  WS-CNT-MATCHED            PIC 9(7) VALUE 0.
       01  WS-CNT-BANK-ONLY          PIC 9(7) VALUE 0.
       01  WS-CNT-BOOK-ONLY          PIC 9(7) VALUE 0.

      * Central run-control (RUNLOG) interface
       01  WS-RUNLOG.
           COPY RUNCPY1.

      * SQLCA DB2 communications area
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    BANK ENTRIES STILL UNMATCHED FROM EARLIER STATEMENTS
           EXEC SQL
             DECLARE CRTY CURSOR FOR
               SELECT ENTRYID,
                      CHAR(BOOKINGDATE, ISO),
                      DIRECTION,
                      AMOUNT,
                      COALESCE(ENDTOENDID, ' '),
                      COALESCE(ACCTSVCRREF, ' '),
                      COALESCE(PMTINFID, ' ')
               FROM   GENASA1.BANKSTMTENT
               WHERE  STATUS = 'U'
               ORDER BY ENTRYID
           END-EXEC.

      *    ON THE BANK BUT NOT IN OUR BOOKS, UP TO THE STATEMENT
           EXEC SQL
             DECLARE CUNB CURSOR FOR
               SELECT ENTRYID,
                      CHAR(BOOKINGDATE, ISO),
                      DIRECTION,
                      AMOUNT,
                      COALESCE(ACCTSVCRREF, ' ')
               FROM   GENASA1.BANKSTMTENT
               WHERE  STATUS = 'U'
                 AND  BOOKINGDATE >= :WS-BASE-DATE
                 AND  BOOKINGDATE <= :WS-STMTDATE
               ORDER BY BOOKINGDATE, ENTRYID
           END-EXEC.

      *    IN OUR BOOKS BUT NOT YET ON THE BANK
           EXEC SQL
             DECLARE CUNS CURSOR FOR
               SELECT EXPECTID,
                      CHAR(VALUEDATE, ISO),
                      DIRECTION,
                      AMOUNT,
                      SOURCEJOB,
                      COALESCE(REFERENCE, ' ')
               FROM   GENASA1.BANKEXPECT
               WHERE  STATUS = 'O'
                 AND  VALUEDATE >= :WS-BASE-DATE
                 AND  VALUEDATE <= :WS-STMTDATE
               ORDER BY VALUEDATE, EXPECTID
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
           MOVE SPACES TO WS-TODAY-ISO.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY-ISO.

           OPEN INPUT STMTIN.
           IF STMTIN-STATUS NOT = 0 THEN
              DISPLAY 'LGDB2BRC FILE STATUS AT OPEN STMTIN '
                      STMTIN-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM MARK-RUN-ENDED
              STOP RUN
           END-IF.

           PERFORM READ-STATEMENT-HEADER.
           PERFORM CHECK-NOT-RECONCILED.
           PERFORM FIND-RECONCILIATION-BASE.

           DISPLAY '------------------------------------------------'
                   '--------------------'.
           DISPLAY 'LGDB2BRC BANK STATEMENT RECONCILIATION - '
                   WS-TODAY.
           DISPLAY 'STATEMENT ' WS-STMTID.
           DISPLAY 'ACCOUNT   ' WS-ACCOUNT '  DATE ' WS-STMTDATE.
           DISPLAY '------------------------------------------------'
                   '--------------------'.
           DISPLAY 'MATCHED ITEMS'.
           DISPLAY '    ENTRY BOOKED     D       AMOUNT T REFERENCE'.

           PERFORM RETRY-UNMATCHED-ENTRIES.
           PERFORM LOAD-STATEMENT-ENTRIES.

           CLOSE STMTIN.

           PERFORM LIST-UNMATCHED-ON-BANK.
           PERFORM LIST-UNMATCHED-IN-SYSTEM.
           PERFORM PROVE-STATEMENT.
           PERFORM PROVE-BOOK-BALANCE.
           PERFORM RECORD-RECONCILIATION.

           PERFORM MARK-RUN-ENDED.

           STOP RUN.

      *    THE START CALL DOUBLES AS THE DOUBLE-START GUARD - A ROW
      *    STILL MARKED RUNNING FOR TODAY'S CYCLE STOPS THE JOB.
       MARK-RUN-STARTED.
           MOVE 'LGDB2BRC' TO RUN-JOBNAME.
           MOVE 'S' TO RUN-FUNCTION.
           CALL 'LGRUNLOG' USING WS-RUNLOG.
           IF RUN-RC = 4 THEN
              DISPLAY 'LGDB2BRC ALREADY MARKED RUNNING THIS CYCLE'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF RUN-RC = 6 THEN
              DISPLAY 'LGDB2BRC HELD - PREDECESSOR '
                      RUN-FAILED-PRED ' NOT ENDED CLEANLY'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       MARK-RUN-ENDED.
           MOVE 'E' TO RUN-FUNCTION.
           MOVE WS-CNT-ENTRIES TO RUN-RECORDS-READ.
           MOVE WS-CNT-MATCHED TO RUN-RECORDS-WRITTEN.
           MOVE WS-CNT-BANK-ONLY TO RUN-RECORDS-REJECTED.
           MOVE RETURN-CODE TO RUN-RETURN-CODE.
           CALL 'LGRUNLOG' USING WS-RUNLOG.

      *----------------------------------------------------------------*
      *    A BALANCE CARRIES ITS OWN CREDIT/DEBIT INDICATOR - AN
      *    OVERDRAWN ACCOUNT SHOWS 'DBIT'.
       READ-STATEMENT-HEADER.
           READ STMTIN
                AT END SET SE-EOF TO TRUE
           END-READ.
           IF SE-EOF OR SH-RECTYPE NOT = 'H' THEN
              DISPLAY 'LGDB2BRC STMTIN DOES NOT START WITH A '
                      'STATEMENT HEADER'
              MOVE 12 TO RETURN-CODE
              PERFORM MARK-RUN-ENDED
              STOP RUN
           END-IF.
           MOVE SH-STMTID TO WS-STMTID.
           MOVE SH-ACCOUNT TO WS-ACCOUNT.
           MOVE SH-STMTDATE TO WS-STMTDATE.
           IF SH-OPEN-CDI = 'DBIT' THEN
              COMPUTE WS-OPENBAL = 0 - SH-OPENBAL
           ELSE
              MOVE SH-OPENBAL TO WS-OPENBAL
           END-IF.

       CHECK-NOT-RECONCILED.
           EXEC SQL
              SELECT COUNT(*)
              INTO  :WS-HELD-COUNT
              FROM GENASA1.BANKRECON
              WHERE STMTID = :WS-STMTID
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM ABEND-ON-SQL-ERROR
           END-IF.
           IF WS-HELD-COUNT > 0 THEN
              DISPLAY 'LGDB2BRC STATEMENT ' WS-STMTID
                      ' ALREADY RECONCILED'
              MOVE 8 TO RETURN-CODE
              PERFORM MARK-RUN-ENDED
              STOP RUN
           END-IF.

      *    OUR EXPECTED BALANCE RUNS FROM THE OPENING BALANCE OF THE
      *    FIRST STATEMENT EVER RECONCILED ON THIS ACCOUNT - OR THIS
      *    ONE, WHEN IT IS THE FIRST.
       FIND-RECONCILIATION-BASE.
           MOVE WS-OPENBAL TO WS-BASE-OPENBAL.
           MOVE WS-STMTDATE TO WS-BASE-DATE.
           EXEC SQL
              SELECT OPENBAL, CHAR(STMTDATE, ISO)
              INTO  :WS-BASE-OPENBAL, :WS-BASE-DATE
              FROM GENASA1.BANKRECON
              WHERE ACCOUNT = :WS-ACCOUNT
                AND STMTDATE =
                    (SELECT MIN(STMTDATE)
                     FROM GENASA1.BANKRECON
                     WHERE ACCOUNT = :WS-ACCOUNT)
              FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
              PERFORM ABEND-ON-SQL-ERROR
           END-IF.

           MOVE WS-OPENBAL TO WS-PREV-CLOSEBAL.
           EXEC SQL
              SELECT CLOSEBAL
              INTO  :WS-PREV-CLOSEBAL
              FROM GENASA1.BANKRECON
              WHERE ACCOUNT = :WS-ACCOUNT
                AND STMTDATE =
                    (SELECT MAX(STMTDATE)
                     FROM GENASA1.BANKRECON
                     WHERE ACCOUNT = :WS-ACCOUNT)
              FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
              PERFORM ABEND-ON-SQL-ERROR
           END-IF.

      *----------------------------------------------------------------*
       RETRY-UNMATCHED-ENTRIES.
           EXEC SQL OPEN CRTY END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM ABEND-ON-SQL-ERROR
           END-IF.
           PERFORM FETCH-CRTY.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0
              ADD 1 TO WS-CNT-RETRIED
              PERFORM MATCH-ONE-ENTRY
              PERFORM FETCH-CRTY
           END-PERFORM.
           EXEC SQL CLOSE CRTY END-EXEC.

       FETCH-CRTY.
           EXEC SQL
              FETCH CRTY
              INTO :WS-ENT-ENTRYID,
                   :WS-ENT-BOOKDATE,
                   :WS-ENT-DIRECTION,
                   :WS-ENT-AMOUNT,
                   :WS-ENT-ENDTOENDID,
                   :WS-ENT-ACCTSVCRREF,
                   :WS-ENT-PMTINFID
           END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM ABEND-ON-SQL-ERROR
           END-IF.

       LOAD-STATEMENT-ENTRIES.
           READ STMTIN
                AT END SET SE-EOF TO TRUE
           END-READ.
           PERFORM WITH TEST BEFORE UNTIL SE-EOF OR WS-TRAILER-SEEN
              EVALUATE SE-RECTYPE
                  WHEN 'E'
                     ADD 1 TO WS-CNT-ENTRIES
                     PERFORM LOAD-ONE-ENTRY
                     PERFORM MATCH-ONE-ENTRY
                  WHEN 'T'
                     SET WS-TRAILER-SEEN TO TRUE
                     MOVE ST-ENTRY-COUNT TO WS-TRAILER-COUNT
                     IF ST-CLOSE-CDI = 'DBIT' THEN
                        COMPUTE WS-CLOSEBAL = 0 - ST-CLOSEBAL
                     ELSE
                        MOVE ST-CLOSEBAL TO WS-CLOSEBAL
                     END-IF
                  WHEN OTHER
                     DISPLAY 'LGDB2BRC UNKNOWN STMTIN RECORD TYPE '
                             SE-RECTYPE
              END-EVALUATE
              IF NOT WS-TRAILER-SEEN THEN
                 READ STMTIN
                      AT END SET SE-EOF TO TRUE
                 END-READ
              END-IF
           END-PERFORM.
           IF NOT WS-TRAILER-SEEN THEN
              DISPLAY 'LGDB2BRC STMTIN HAS NO STATEMENT TRAILER'
              MOVE 12 TO RETURN-CODE
              PERFORM MARK-RUN-ENDED
              STOP RUN
           END-IF.

       LOAD-ONE-ENTRY.
           MOVE SE-BOOKDATE TO WS-ENT-BOOKDATE.
           MOVE SE-AMOUNT TO WS-ENT-AMOUNT.
           MOVE SE-ENDTOENDID TO WS-ENT-ENDTOENDID.
           MOVE SE-ACCTSVCRREF TO WS-ENT-ACCTSVCRREF.
           MOVE SE-PMTINFID TO WS-ENT-PMTINFID.
           IF SE-CDI = 'DBIT' THEN
              MOVE 'D' TO WS-ENT-DIRECTION
              ADD SE-AMOUNT TO WS-SUM-DEBITS
           ELSE
              MOVE 'C' TO WS-ENT-DIRECTION
              ADD SE-AMOUNT TO WS-SUM-CREDITS
           END-IF.

           MOVE 'BANKENT' TO NUM-KEY-TYPE.
           MOVE 1 TO NUM-COUNT.
           CALL 'NUMPGM1' USING WS-NUM.
           IF NUM-RC NOT = 0 THEN
              DISPLAY 'LGDB2BRC - NO STATEMENT ENTRY ID, NUMPGM1 RC '
                      NUM-RC
              MOVE 16 TO RETURN-CODE
              PERFORM MARK-RUN-ENDED
              STOP RUN
           END-IF.
           MOVE NUM-FIRST TO WS-ENT-ENTRYID.
           EXEC SQL
              INSERT INTO GENASA1.BANKSTMTENT
                        ( ENTRYID,
                          STMTID,
                          BOOKINGDATE,
                          DIRECTION,
                          AMOUNT,
                          ENDTOENDID,
                          ACCTSVCRREF,
                          PMTINFID,
                          STATUS,
                          MATCHTYPE )
                 VALUES ( :WS-ENT-ENTRYID,
                          :WS-STMTID,
                          :WS-ENT-BOOKDATE,
                          :WS-ENT-DIRECTION,
                          :WS-ENT-AMOUNT,
                          :WS-ENT-ENDTOENDID,
                          :WS-ENT-ACCTSVCRREF,
                          :WS-ENT-PMTINFID,
                          'U',
                          ' ' )
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM ABEND-ON-SQL-ERROR
           END-IF.

      *----------------------------------------------------------------*
      *    REFERENCE FIRST, THEN BATCH, THEN (CREDITS) BOOKING DAY.
      *    'NOTPROVIDED' IS THE CAMT.053 PLACEHOLDER FOR NO
      *    END-TO-END ID AND NEVER MATCHES.
       MATCH-ONE-ENTRY.
           MOVE SPACES TO WS-MATCHTYPE.

           IF WS-ENT-ENDTOENDID NOT = SPACES AND
              WS-ENT-ENDTOENDID NOT = 'NOTPROVIDED' THEN
              MOVE WS-ENT-ENDTOENDID TO WS-MATCH-REF
              PERFORM MATCH-BY-REFERENCE
           END-IF.
           IF NOT WS-ENTRY-MATCHED AND
              WS-ENT-ACCTSVCRREF NOT = SPACES THEN
              MOVE WS-ENT-ACCTSVCRREF TO WS-MATCH-REF
              PERFORM MATCH-BY-REFERENCE
           END-IF.
           IF NOT WS-ENTRY-MATCHED AND
              WS-ENT-PMTINFID NOT = SPACES THEN
              PERFORM MATCH-BY-BATCH
           END-IF.
           IF NOT WS-ENTRY-MATCHED AND
              WS-ENT-DIRECTION = 'C' THEN
              PERFORM MATCH-BY-DAY
           END-IF.

           IF WS-ENTRY-MATCHED THEN
              EXEC SQL
                 UPDATE GENASA1.BANKSTMTENT
                 SET    STATUS = 'M',
                        MATCHTYPE = :WS-MATCHTYPE
                 WHERE  ENTRYID = :WS-ENT-ENTRYID
              END-EXEC
              IF SQLCODE NOT = 0 THEN
                 PERFORM ABEND-ON-SQL-ERROR
              END-IF
              ADD 1 TO WS-CNT-MATCHED
              MOVE WS-ENT-ENTRYID TO WS-DISP-ID
              MOVE WS-ENT-AMOUNT TO WS-DISP-AMOUNT
              DISPLAY WS-DISP-ID ' ' WS-ENT-BOOKDATE ' '
                      WS-ENT-DIRECTION ' ' WS-DISP-AMOUNT ' '
                      WS-MATCHTYPE ' ' WS-MATCH-REF
           END-IF.

       MATCH-BY-REFERENCE.
           EXEC SQL
              SELECT COALESCE(MIN(EXPECTID), 0)
              INTO  :WS-EXPECTID
              FROM GENASA1.BANKEXPECT
              WHERE STATUS = 'O'
                AND DIRECTION = :WS-ENT-DIRECTION
                AND REFERENCE = :WS-MATCH-REF
                AND AMOUNT = :WS-ENT-AMOUNT
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM ABEND-ON-SQL-ERROR
           END-IF.
           IF WS-EXPECTID > 0 THEN
              EXEC SQL
                 UPDATE GENASA1.BANKEXPECT
                 SET    STATUS = 'M',
                        MATCHEDDATE = :WS-ENT-BOOKDATE,
                        ENTRYID = :WS-ENT-ENTRYID
                 WHERE  EXPECTID = :WS-EXPECTID
              END-EXEC
              IF SQLCODE NOT = 0 THEN
                 PERFORM ABEND-ON-SQL-ERROR
              END-IF
              MOVE 'R' TO WS-MATCHTYPE
           END-IF.

       MATCH-BY-BATCH.
           EXEC SQL
              SELECT COALESCE(SUM(AMOUNT), 0), COUNT(*)
              INTO  :WS-GROUP-SUM, :WS-GROUP-COUNT
              FROM GENASA1.BANKEXPECT
              WHERE STATUS = 'O'
                AND DIRECTION = :WS-ENT-DIRECTION
                AND BATCHREF = :WS-ENT-PMTINFID
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM ABEND-ON-SQL-ERROR
           END-IF.
           IF WS-GROUP-COUNT > 0 AND
              WS-GROUP-SUM = WS-ENT-AMOUNT THEN
              EXEC SQL
                 UPDATE GENASA1.BANKEXPECT
                 SET    STATUS = 'M',
                        MATCHEDDATE = :WS-ENT-BOOKDATE,
                        ENTRYID = :WS-ENT-ENTRYID
                 WHERE  STATUS = 'O'
                   AND  DIRECTION = :WS-ENT-DIRECTION
                   AND  BATCHREF = :WS-ENT-PMTINFID
              END-EXEC
              IF SQLCODE NOT = 0 THEN
                 PERFORM ABEND-ON-SQL-ERROR
              END-IF
              MOVE 'B' TO WS-MATCHTYPE
              MOVE WS-ENT-PMTINFID TO WS-MATCH-REF
           END-IF.

       MATCH-BY-DAY.
           EXEC SQL
              SELECT COALESCE(SUM(AMOUNT), 0), COUNT(*)
              INTO  :WS-GROUP-SUM, :WS-GROUP-COUNT
              FROM GENASA1.BANKEXPECT
              WHERE STATUS = 'O'
                AND DIRECTION = 'C'
                AND VALUEDATE = :WS-ENT-BOOKDATE
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM ABEND-ON-SQL-ERROR
           END-IF.
           IF WS-GROUP-COUNT > 0 AND
              WS-GROUP-SUM = WS-ENT-AMOUNT THEN
              EXEC SQL
                 UPDATE GENASA1.BANKEXPECT
                 SET    STATUS = 'M',
                        MATCHEDDATE = :WS-ENT-BOOKDATE,
                        ENTRYID = :WS-ENT-ENTRYID
                 WHERE  STATUS = 'O'
                   AND  DIRECTION = 'C'
                   AND  VALUEDATE = :WS-ENT-BOOKDATE
              END-EXEC
              IF SQLCODE NOT = 0 THEN
                 PERFORM ABEND-ON-SQL-ERROR
              END-IF
              MOVE 'D' TO WS-MATCHTYPE
              MOVE 'PAID ITEMS OF THE DAY' TO WS-MATCH-REF
           END-IF.

      *----------------------------------------------------------------*
       LIST-UNMATCHED-ON-BANK.
           DISPLAY '------------------------------------------------'
                   '--------------------'.
           DISPLAY 'UNMATCHED ON BANK - NOT IN OUR BOOKS'.
           DISPLAY '    ENTRY BOOKED     D       AMOUNT BANK REFERENCE'.
           EXEC SQL OPEN CUNB END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM ABEND-ON-SQL-ERROR
           END-IF.
           PERFORM FETCH-CUNB.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0
              ADD 1 TO WS-CNT-BANK-ONLY
              IF WS-FETCH-DIRECTION = 'C' THEN
                 ADD WS-FETCH-AMOUNT TO WS-BANK-ONLY-CR
              ELSE
                 ADD WS-FETCH-AMOUNT TO WS-BANK-ONLY-DR
              END-IF
              MOVE WS-FETCH-ID TO WS-DISP-ID
              MOVE WS-FETCH-AMOUNT TO WS-DISP-AMOUNT
              DISPLAY WS-DISP-ID ' ' WS-FETCH-DATE ' '
                      WS-FETCH-DIRECTION ' ' WS-DISP-AMOUNT ' '
                      WS-FETCH-REF
              PERFORM FETCH-CUNB
           END-PERFORM.
           EXEC SQL CLOSE CUNB END-EXEC.

       FETCH-CUNB.
           EXEC SQL
              FETCH CUNB
              INTO :WS-FETCH-ID,
                   :WS-FETCH-DATE,
                   :WS-FETCH-DIRECTION,
                   :WS-FETCH-AMOUNT,
                   :WS-FETCH-REF
           END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM ABEND-ON-SQL-ERROR
           END-IF.

       LIST-UNMATCHED-IN-SYSTEM.
           DISPLAY '------------------------------------------------'
                   '--------------------'.
           DISPLAY 'UNMATCHED IN SYSTEM - NOT YET ON THE BANK'.
           DISPLAY '     ITEM VALUE DATE D       AMOUNT JOB      '
                   'REFERENCE'.
           EXEC SQL OPEN CUNS END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM ABEND-ON-SQL-ERROR
           END-IF.
           PERFORM FETCH-CUNS.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0
              ADD 1 TO WS-CNT-BOOK-ONLY
              IF WS-FETCH-DIRECTION = 'C' THEN
                 ADD WS-FETCH-AMOUNT TO WS-BOOK-ONLY-CR
              ELSE
                 ADD WS-FETCH-AMOUNT TO WS-BOOK-ONLY-DR
              END-IF
              MOVE WS-FETCH-ID TO WS-DISP-ID
              MOVE WS-FETCH-AMOUNT TO WS-DISP-AMOUNT
              DISPLAY WS-DISP-ID ' ' WS-FETCH-DATE ' '
                      WS-FETCH-DIRECTION ' ' WS-DISP-AMOUNT ' '
                      WS-FETCH-SOURCE ' ' WS-FETCH-REF(1:16)
              PERFORM FETCH-CUNS
           END-PERFORM.
           EXEC SQL CLOSE CUNS END-EXEC.

       FETCH-CUNS.
           EXEC SQL
              FETCH CUNS
              INTO :WS-FETCH-ID,
                   :WS-FETCH-DATE,
                   :WS-FETCH-DIRECTION,
                   :WS-FETCH-AMOUNT,
                   :WS-FETCH-SOURCE,
                   :WS-FETCH-REF
           END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM ABEND-ON-SQL-ERROR
           END-IF.

      *----------------------------------------------------------------*
       PROVE-STATEMENT.
           COMPUTE WS-CALC-CLOSEBAL =
                   WS-OPENBAL + WS-SUM-CREDITS - WS-SUM-DEBITS.

           DISPLAY '------------------------------------------------'
                   '--------------------'.
           DISPLAY 'STATEMENT PROOF'.
           MOVE WS-PREV-CLOSEBAL TO WS-DISP-BALANCE.
           DISPLAY '  PREVIOUS CLOSING BALANCE...: ' WS-DISP-BALANCE.
           MOVE WS-OPENBAL TO WS-DISP-BALANCE.
           DISPLAY '  OPENING BALANCE............: ' WS-DISP-BALANCE.
           MOVE WS-SUM-CREDITS TO WS-DISP-BALANCE.
           DISPLAY '  + CREDITS..................: ' WS-DISP-BALANCE.
           MOVE WS-SUM-DEBITS TO WS-DISP-BALANCE.
           DISPLAY '  - DEBITS...................: ' WS-DISP-BALANCE.
           MOVE WS-CALC-CLOSEBAL TO WS-DISP-BALANCE.
           DISPLAY '  = CALCULATED CLOSING.......: ' WS-DISP-BALANCE.
           MOVE WS-CLOSEBAL TO WS-DISP-BALANCE.
           DISPLAY '  STATED CLOSING BALANCE.....: ' WS-DISP-BALANCE.

           IF WS-PREV-CLOSEBAL NOT = WS-OPENBAL THEN
              DISPLAY '  *** OPENING BALANCE IS NOT THE PREVIOUS '
                      'CLOSING - STATEMENT MISSING?'
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-CALC-CLOSEBAL NOT = WS-CLOSEBAL THEN
              DISPLAY '  *** ENTRIES DO NOT ADD UP TO THE CLOSING '
                      'BALANCE'
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-TRAILER-COUNT NOT = WS-CNT-ENTRIES THEN
              DISPLAY '  *** TRAILER COUNT ' WS-TRAILER-COUNT
                      ' ENTRIES READ ' WS-CNT-ENTRIES
              MOVE 4 TO RETURN-CODE
           END-IF.

      *    OUR BOOKS: THE BASE OPENING BALANCE PLUS EVERYTHING WE
      *    REGISTERED AS MOVING SINCE (RETURNED TRANSFERS CANCELLED).
      *    THE BANK: ITS CLOSING BALANCE LESS WHAT ONLY IT HAS SEEN,
      *    PLUS WHAT ONLY WE HAVE SEEN. THE TWO MUST AGREE.
       PROVE-BOOK-BALANCE.
           EXEC SQL
              SELECT COALESCE(SUM(CASE WHEN DIRECTION = 'C'
                                       THEN AMOUNT
                                       ELSE 0 - AMOUNT END), 0)
              INTO  :WS-BOOK-MOVEMENT
              FROM GENASA1.BANKEXPECT
              WHERE STATUS <> 'X'
                AND VALUEDATE >= :WS-BASE-DATE
                AND VALUEDATE <= :WS-STMTDATE
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM ABEND-ON-SQL-ERROR
           END-IF.
           COMPUTE WS-BOOKBAL = WS-BASE-OPENBAL + WS-BOOK-MOVEMENT.
           COMPUTE WS-RECONBAL = WS-CLOSEBAL
                               - WS-BANK-ONLY-CR + WS-BANK-ONLY-DR
                               + WS-BOOK-ONLY-CR - WS-BOOK-ONLY-DR.
           COMPUTE WS-DIFFERENCE = WS-RECONBAL - WS-BOOKBAL.

           DISPLAY '------------------------------------------------'
                   '--------------------'.
           DISPLAY 'BALANCE PROOF'.
           MOVE WS-CLOSEBAL TO WS-DISP-BALANCE.
           DISPLAY '  BANK CLOSING BALANCE.......: ' WS-DISP-BALANCE.
           MOVE WS-BANK-ONLY-CR TO WS-DISP-BALANCE.
           DISPLAY '  - CREDITS ONLY ON BANK.....: ' WS-DISP-BALANCE.
           MOVE WS-BANK-ONLY-DR TO WS-DISP-BALANCE.
           DISPLAY '  + DEBITS ONLY ON BANK......: ' WS-DISP-BALANCE.
           MOVE WS-BOOK-ONLY-CR TO WS-DISP-BALANCE.
           DISPLAY '  + CREDITS NOT YET ON BANK..: ' WS-DISP-BALANCE.
           MOVE WS-BOOK-ONLY-DR TO WS-DISP-BALANCE.
           DISPLAY '  - DEBITS NOT YET ON BANK...: ' WS-DISP-BALANCE.
           MOVE WS-RECONBAL TO WS-DISP-BALANCE.
           DISPLAY '  = RECONCILED BANK BALANCE..: ' WS-DISP-BALANCE.
           MOVE WS-BOOKBAL TO WS-DISP-BALANCE.
           DISPLAY '  EXPECTED BALANCE (BOOKS)...: ' WS-DISP-BALANCE.
           MOVE WS-DIFFERENCE TO WS-DISP-BALANCE.
           DISPLAY '  DIFFERENCE.................: ' WS-DISP-BALANCE.
           IF WS-DIFFERENCE NOT = 0 THEN
              DISPLAY '  *** BANK AND BOOKS DO NOT RECONCILE'
              MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY '------------------------------------------------'
                   '--------------------'.
           DISPLAY 'STATEMENT ENTRIES LOADED.: ' WS-CNT-ENTRIES.
           DISPLAY 'EARLIER ENTRIES RETRIED..: ' WS-CNT-RETRIED.
           DISPLAY 'ENTRIES MATCHED..........: ' WS-CNT-MATCHED.
           DISPLAY 'UNMATCHED ON BANK........: ' WS-CNT-BANK-ONLY.
           DISPLAY 'UNMATCHED IN SYSTEM......: ' WS-CNT-BOOK-ONLY.
           DISPLAY '------------------------------------------------'
                   '--------------------'.

       RECORD-RECONCILIATION.
           EXEC SQL
              INSERT INTO GENASA1.BANKRECON
                        ( STMTID,
                          ACCOUNT,
                          STMTDATE,
                          OPENBAL,
                          CLOSEBAL,
                          BOOKBAL,
                          RECONBAL,
                          DIFFERENCE,
                          RUNDATE )
                 VALUES ( :WS-STMTID,
                          :WS-ACCOUNT,
                          :WS-STMTDATE,
                          :WS-OPENBAL,
                          :WS-CLOSEBAL,
                          :WS-BOOKBAL,
                          :WS-RECONBAL,
                          :WS-DIFFERENCE,
                          :WS-TODAY-ISO )
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM ABEND-ON-SQL-ERROR
           END-IF.

      *----------------------------------------------------------------*
       ABEND-ON-SQL-ERROR.
           PERFORM DISPLAY-SQL-ERROR.
           MOVE 16 TO RETURN-CODE.
           PERFORM MARK-RUN-ENDED.
           STOP RUN.

       DISPLAY-SQL-ERROR.

           DISPLAY 'SQLERROR'
           DISPLAY 'SQLCODE  ' SQLCODE
           DISPLAY 'SQLSTATE ' SQLSTATE.
           MOVE 'LGDB2BRC' TO ERR-PROGRAM.
           MOVE SPACES TO ERR-PARAGRAPH.
           MOVE SPACES TO ERR-KEY-VALUES.
           MOVE SQLCODE TO ERR-SQLCODE.
           MOVE SQLSTATE TO ERR-SQLSTATE.
           MOVE SQLERRMC TO ERR-SQLERRMC.
           CALL 'LGSQLERR' USING WS-SQLERR.

       END PROGRAM LGDB2BRC.
