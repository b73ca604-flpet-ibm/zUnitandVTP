      *    BETALINGSSERVICE MANDATE ON BSMANDATE ARE ROUTED TO THE
      *    PBSOUT DIRECT-DEBIT COLLECTION FILE INSTEAD OF THE
      *    INVOICE STREAM; LGDB2PBR PROCESSES THE BUREAU'S RETURN
      *    FILE AND REVOKES MANDATES IT BOUNCES. PAID-UP ENDOWMENTS
      *    ARE NOT BILLED AT ALL, AND AN ENDOWMENT INSTALMENT DUE
      *    INSIDE A PREMIUM HOLIDAY IS SKIPPED (ENDPGMP, ENDPREMALT).
      *    A DEADLOCK OR TIMEOUT AGAINST THE ONLINE DAY (LGSQLERR
      *    ACTION 'R') NO LONGER ABENDS THE RUN: THE UNIT OF WORK
      *    SINCE THE LAST COMMIT IS ROLLED BACK AND REPLAYED FROM
      *    THE POLICY AFTER THE COMMIT, WITH LGRUNLOG COUNTING THE
      *    RETRY AND WAITING BEFORE IT. THE INVOICE AND PBS FILE
      *    RECORDS ARE HELD UNTIL THEIR UNIT OF WORK COMMITS, SO A
      *    REPLAY NEVER SENDS THE BUREAU ONE TWICE. THE JOB FAILS
      *    (RC 16) ONLY WHEN THE RETRIES ARE EXHAUSTED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       01  WS-SPLIT-REMAINDER          PIC S9(9) COMP.
       01  WS-K                        PIC S9(4) COMP.

      *    INVOICE NUMBERS COME FROM NUMPGM1 A BLOCK AT A TIME - THE
      *    RANGE ROW STAYS LOCKED TO THE JOB UNTIL ITS NEXT COMMIT,
      *    SO A BLOCK COVERS ROUGHLY ONE COMMIT INTERVAL.
       01  WS-NEXT-INVOICE             PIC S9(9) COMP VALUE 1.
       01  WS-INVOICE-BLOCK-LAST       PIC S9(9) COMP VALUE 0.
       01  WS-INVOICE-BLOCK            PIC 9(7) VALUE 1000.
       01  WS-INVOICE-AMT              PIC S9(9) COMP.

      *    PREMIUM TAX WORK AREAS - THE RATE IS CACHED PER POLICY
       01  WS-DISP-INVOICES             PIC Z(6)9.

       01  WS-CNT-POLICIES              PIC 9(7) VALUE 0.
       01  WS-CNT-HOLIDAY-SKIPS         PIC 9(7) VALUE 0.
       01  WS-ON-HOLIDAY-COUNT          PIC S9(9) COMP.
       01  WS-CNT-INVOICES              PIC 9(7) VALUE 0.

      *    PERIODIC COMMIT SO THE JOB DOES NOT HOLD LOCKS AND LOG
       01  WS-COMMIT-INTERVAL          PIC S9(9) COMP VALUE 1000.
       01  WS-ROWS-SINCE-COMMIT        PIC S9(9) COMP VALUE 0.

      *    DEADLOCK/TIMEOUT REPLAY. THE CURSOR RESTARTS AFTER THE
      *    LAST POLICY COMMITTED AND THE TOTALS GO BACK TO WHAT
      *    THEY WERE AT THAT COMMIT.
       01  WS-RETRY-SW                 PIC X VALUE 'N'.
           88 RETRY-PENDING                  VALUE 'Y'.
       01  WS-RETRY-ATTEMPT            PIC 9(4) VALUE 0.
       01  WS-CNT-RETRIES              PIC 9(7) VALUE 0.
       01  WS-RESTART-POLICY           PIC S9(9) COMP VALUE 0.
       01  WS-CKPT-NEXT-INVOICE        PIC S9(9) COMP.
       01  WS-CKPT-INVOICE-BLOCK-LAST  PIC S9(9) COMP.
       01  WS-CKPT-TYPE-COUNT          PIC S9(4) COMP.
       01  WS-CKPT-POLICIES            PIC 9(7).
       01  WS-CKPT-HOLIDAY-SKIPS       PIC 9(7).
       01  WS-CKPT-INVOICES            PIC 9(7).
       01  WS-CKPT-PBS                 PIC 9(7).
       01  WS-CKPT-RC                  PIC S9(4) COMP.
       01  WS-CKPT-TYPE-TABLE.
           05 WS-CKPT-TYPE-ENTRY OCCURS 20 TIMES.
              10 FILLER                 PIC X(1).
              10 FILLER                 PIC S9(11) COMP.
              10 FILLER                 PIC S9(7) COMP.

      *    FILE RECORDS OF THE OPEN UNIT OF WORK ('I' INVFILE, 'P'
      *    PBSOUT), WRITTEN WHEN IT COMMITS. A POLICY MAKES AT MOST
      *    12, SO THE UNIT IS COMMITTED EARLY BEFORE THE TABLE CAN
      *    FILL.
       01  WS-HOLD-MAX                 PIC S9(4) COMP VALUE 1000.
       01  WS-HOLD-COUNT               PIC S9(4) COMP VALUE 0.
       01  WS-HOLD-IX                  PIC S9(4) COMP.
       01  WS-HOLD-FILE-ID             PIC X(1).
       01  WS-HOLD-DATA                PIC X(99).
       01  WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 1000 TIMES.
              10 WS-HOLD-FILE           PIC X(1).
              10 WS-HOLD-RECORD         PIC X(99).

      * Central run-control (RUNLOG) interface
       01  WS-RUNLOG.
           COPY RUNCPY1.

      *    IN-FORCE, NOT-CANCELLED POLICIES WITH THE CUSTOMER NAME
      *    AND ADDRESS THE INVOICE NEEDS, IN ONE FETCH.
           EXEC SQL
                     (SELECT 1 FROM GENASA1.POLCANCEL
                       WHERE GENASA1.POLCANCEL.POLICYNUMBER =
                             POLICY.POLICYNUMBER)
      *    AN ENDOWMENT HANDED TO THE DEATH-CLAIM PROCESS (LGDB2DEC)
      *    IS NO LONGER PREMIUM-PAYING.
                 AND NOT EXISTS
                     (SELECT 1 FROM GENASA1.DEATHCLAIM
                       WHERE GENASA1.DEATHCLAIM.POLICYNUMBER =
                             POLICY.POLICYNUMBER)
      *    NOR IS ONE CONVERTED TO PAID-UP THROUGH ENDPGMP.
                 AND NOT EXISTS
                     (SELECT 1 FROM GENASA1.ENDPREMALT
                       WHERE GENASA1.ENDPREMALT.POLICYNUMBER =
                             POLICY.POLICYNUMBER
                         AND GENASA1.ENDPREMALT.ALTERTYPE = 'P')
                 AND POLICY.POLICYNUMBER > :WS-RESTART-POLICY
               ORDER BY POLICY.POLICYNUMBER
           END-EXEC.

       01  WS-CALENDAR.
           COPY CALCPY1.

      * Number-range allocation through NUMPGM1
       01  WS-NUM.
           COPY NUMCPY1.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.
       MAINLINE SECTION.
       MAIN.

           PERFORM MARK-RUN-STARTED.

           ACCEPT WS-FREQUENCY FROM SYSIN.
           EVALUATE WS-FREQUENCY
               WHEN 'M'
              STOP RUN
           END-IF.

           PERFORM SAVE-CHECKPOINT.

           PERFORM OPEN-CURSOR.
           PERFORM FETCH-CURSOR.
           PERFORM WITH TEST BEFORE
                   UNTIL SQLCODE NOT = 0 AND NOT RETRY-PENDING

                   IF RETRY-PENDING THEN
                      PERFORM RETRY-UNIT-OF-WORK
                      PERFORM OPEN-CURSOR
                   ELSE
                      ADD 1 TO WS-CNT-POLICIES
                      PERFORM BILL-ONE-POLICY
                      PERFORM COMMIT-CHECKPOINT
                   END-IF
                   PERFORM FETCH-CURSOR
           END-PERFORM
           PERFORM CLOSE-CURSOR.

           PERFORM TAKE-CHECKPOINT.

           PERFORM DISPLAY-CONTROL-REPORT.

           PERFORM MARK-RUN-ENDED.

           CLOSE INVFILE.
           CLOSE PBSOUT.
           STOP RUN.

      *    THE START CALL DOUBLES AS THE DOUBLE-START GUARD - A ROW
      *    STILL MARKED RUNNING FOR TODAY'S CYCLE STOPS THE JOB.
       MARK-RUN-STARTED.
           MOVE 'LGDB2BIL' TO RUN-JOBNAME.
           MOVE 'S' TO RUN-FUNCTION.
           MOVE 'Y' TO RUN-MAINT-WINDOW.
           CALL 'LGRUNLOG' USING WS-RUNLOG.
           IF RUN-RC = 4 THEN
              DISPLAY 'LGDB2BIL ALREADY MARKED RUNNING THIS CYCLE'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF RUN-RC = 6 THEN
              DISPLAY 'LGDB2BIL HELD - PREDECESSOR '
                      RUN-FAILED-PRED ' NOT ENDED CLEANLY'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       MARK-RUN-ENDED.
           MOVE 'E' TO RUN-FUNCTION.
           MOVE WS-CNT-POLICIES TO RUN-RECORDS-READ.
           MOVE WS-CNT-INVOICES TO RUN-RECORDS-WRITTEN.
           MOVE 0 TO RUN-RECORDS-REJECTED.
           MOVE RETURN-CODE TO RUN-RETURN-CODE.
           CALL 'LGRUNLOG' USING WS-RUNLOG.

      *    NOTHING IS COMMITTED ONCE A DEADLOCK IS PENDING - THE
      *    LOOP ROLLS THE UNIT BACK FIRST.
       COMMIT-CHECKPOINT.
           IF NOT RETRY-PENDING THEN
              ADD 1 TO WS-ROWS-SINCE-COMMIT
              IF WS-ROWS-SINCE-COMMIT >= WS-COMMIT-INTERVAL OR
                 WS-HOLD-COUNT > WS-HOLD-MAX - 12 THEN
                 MOVE WS-POLICYNUMBER TO WS-RESTART-POLICY
                 PERFORM TAKE-CHECKPOINT
              END-IF
           END-IF.

       TAKE-CHECKPOINT.
           EXEC SQL COMMIT END-EXEC.
           PERFORM RELEASE-HELD-RECORDS.
           PERFORM SAVE-CHECKPOINT.

       SAVE-CHECKPOINT.
           MOVE 0 TO WS-ROWS-SINCE-COMMIT.
           MOVE 0 TO WS-RETRY-ATTEMPT.
           MOVE WS-NEXT-INVOICE TO WS-CKPT-NEXT-INVOICE.
           MOVE WS-INVOICE-BLOCK-LAST TO WS-CKPT-INVOICE-BLOCK-LAST.
           MOVE WS-TYPE-TABLE TO WS-CKPT-TYPE-TABLE.
           MOVE WS-TYPE-COUNT TO WS-CKPT-TYPE-COUNT.
           MOVE WS-CNT-POLICIES TO WS-CKPT-POLICIES.
           MOVE WS-CNT-HOLIDAY-SKIPS TO WS-CKPT-HOLIDAY-SKIPS.
           MOVE WS-CNT-INVOICES TO WS-CKPT-INVOICES.
           MOVE WS-CNT-PBS TO WS-CKPT-PBS.
           MOVE RETURN-CODE TO WS-CKPT-RC.

       RESTORE-CHECKPOINT.
           MOVE 0 TO WS-ROWS-SINCE-COMMIT.
           MOVE 0 TO WS-HOLD-COUNT.
           MOVE WS-CKPT-NEXT-INVOICE TO WS-NEXT-INVOICE.
           MOVE WS-CKPT-INVOICE-BLOCK-LAST TO WS-INVOICE-BLOCK-LAST.
           MOVE WS-CKPT-TYPE-TABLE TO WS-TYPE-TABLE.
           MOVE WS-CKPT-TYPE-COUNT TO WS-TYPE-COUNT.
           MOVE WS-CKPT-POLICIES TO WS-CNT-POLICIES.
           MOVE WS-CKPT-HOLIDAY-SKIPS TO WS-CNT-HOLIDAY-SKIPS.
           MOVE WS-CKPT-INVOICES TO WS-CNT-INVOICES.
           MOVE WS-CKPT-PBS TO WS-CNT-PBS.
           MOVE WS-CKPT-RC TO RETURN-CODE.

      *    LGSQLERR CLASSED A FAILURE IN THE UNIT AS A DEADLOCK OR
      *    TIMEOUT. ROLL IT BACK, HAVE LGRUNLOG COUNT THE RETRY AND
      *    WAIT, THEN PUT THE TOTALS BACK SO THE LOOP CAN REOPEN
      *    THE CURSOR AFTER THE LAST POLICY COMMITTED.
       RETRY-UNIT-OF-WORK.
           EXEC SQL ROLLBACK END-EXEC.
           MOVE 'N' TO WS-RETRY-SW.
           ADD 1 TO WS-RETRY-ATTEMPT.
           MOVE 'R' TO RUN-FUNCTION.
           MOVE WS-RETRY-ATTEMPT TO RUN-RETRY-ATTEMPT.
           CALL 'LGRUNLOG' USING WS-RUNLOG.
           IF RUN-RC = 10 THEN
              DISPLAY 'LGDB2BIL DEADLOCK RETRIES EXHAUSTED AFTER '
                      'POLICY ' WS-RESTART-POLICY
              PERFORM RESTORE-CHECKPOINT
              MOVE 16 TO RETURN-CODE
              PERFORM DISPLAY-CONTROL-REPORT
              PERFORM MARK-RUN-ENDED
              CLOSE INVFILE
              CLOSE PBSOUT
              STOP RUN
           END-IF.
           ADD 1 TO WS-CNT-RETRIES.
           DISPLAY 'LGDB2BIL UNIT OF WORK ROLLED BACK - REPLAY '
                   WS-RETRY-ATTEMPT ' AFTER POLICY ' WS-RESTART-POLICY.
           PERFORM RESTORE-CHECKPOINT.

       HOLD-FILE-RECORD.
           ADD 1 TO WS-HOLD-COUNT.
           MOVE WS-HOLD-FILE-ID TO WS-HOLD-FILE(WS-HOLD-COUNT).
           MOVE WS-HOLD-DATA TO WS-HOLD-RECORD(WS-HOLD-COUNT).

       RELEASE-HELD-RECORDS.
           PERFORM VARYING WS-HOLD-IX FROM 1 BY 1
                   UNTIL WS-HOLD-IX > WS-HOLD-COUNT
              IF WS-HOLD-FILE(WS-HOLD-IX) = 'P' THEN
                 WRITE PBSOUT-RECORD FROM WS-HOLD-RECORD(WS-HOLD-IX)
              ELSE
                 WRITE INVFILE-RECORD
                       FROM WS-HOLD-RECORD(WS-HOLD-IX)
              END-IF
           END-PERFORM.
           MOVE 0 TO WS-HOLD-COUNT.

      *    A BLOCK RESERVED IN A UNIT OF WORK THAT IS ROLLED BACK
      *    GOES BACK TO THE RANGE WITH IT - RESTORE-CHECKPOINT PUTS
      *    THE BLOCK END BACK AS WELL AS THE NEXT NUMBER.
       RESERVE-INVOICE-BLOCK.
           MOVE 'INVOICE' TO NUM-KEY-TYPE.
           MOVE WS-INVOICE-BLOCK TO NUM-COUNT.
           CALL 'NUMPGM1' USING WS-NUM.
           IF NUM-RC NOT = 0 THEN
              DISPLAY 'LGDB2BIL - NO INVOICE NUMBERS, NUMPGM1 RC '
                      NUM-RC
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE NUM-FIRST TO WS-NEXT-INVOICE.
           MOVE NUM-LAST TO WS-INVOICE-BLOCK-LAST.

      *----------------------------------------------------------------*
      *    THE ANNUAL PAYMENT IS SPLIT EVENLY AND THE ROUNDING
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-INSTALMENTS
              PERFORM COMPUTE-DUE-DATE
              PERFORM CHECK-PREMIUM-HOLIDAY
              IF WS-ON-HOLIDAY-COUNT > 0 THEN
                 ADD 1 TO WS-CNT-HOLIDAY-SKIPS
              ELSE
                 IF WS-K = 1 THEN
                    PERFORM WRITE-ONE-INVOICE-FIRST
                 ELSE
                    PERFORM WRITE-ONE-INVOICE-REST
                 END-IF
              END-IF
           END-PERFORM.

      *    AN ENDOWMENT INSTALMENT DUE INSIDE AN ENDPGMP PREMIUM
      *    HOLIDAY IS NOT BILLED. THE HOLIDAY ENDS ON ITS RESUMEDATE,
      *    SO BILLING PICKS UP AGAIN WITH NO ONE HAVING TO LIFT IT.
       CHECK-PREMIUM-HOLIDAY.
           MOVE 0 TO WS-ON-HOLIDAY-COUNT.
           IF WS-POLICYTYPE = 'E' THEN
              EXEC SQL
                 SELECT COUNT(*)
                 INTO  :WS-ON-HOLIDAY-COUNT
                 FROM GENASA1.ENDPREMALT
                 WHERE POLICYNUMBER = :WS-POLICYNUMBER
                   AND ALTERTYPE = 'H'
                   AND EFFECTIVEDATE <= :WS-DUEDATE
                   AND RESUMEDATE > :WS-DUEDATE
              END-EXEC
              IF SQLCODE NOT = 0 THEN
                 PERFORM DISPLAY-SQL-ERROR
                 MOVE 0 TO WS-ON-HOLIDAY-COUNT
                 IF NOT RETRY-PENDING THEN
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
           END-IF.

      *    FIRST INSTALMENT IS DUE 14 DAYS OUT, THE REST AT THEIR
      *    MONTH OFFSETS. THE DUE DAY IS CAPPED AT 28 SO MONTH
      *    LENGTHS NEVER PUSH A DUE DATE INTO THE WRONG MONTH.
           PERFORM WRITE-ONE-INVOICE.

       WRITE-ONE-INVOICE.
           IF WS-NEXT-INVOICE > WS-INVOICE-BLOCK-LAST THEN
              PERFORM RESERVE-INVOICE-BLOCK
           END-IF.
           EXEC SQL
              INSERT INTO GENASA1.INVOICE
                        ( INVOICENUMBER,
              IF CUSTOMER-HAS-MANDATE THEN
                 PERFORM WRITE-PBS-COLLECTION
              ELSE
                 MOVE 'I' TO WS-HOLD-FILE-ID
                 MOVE INVFILE-RECORD TO WS-HOLD-DATA
                 PERFORM HOLD-FILE-RECORD
              END-IF
              ADD 1 TO WS-CNT-INVOICES
              ADD 1 TO WS-NEXT-INVOICE
              WHERE POLICYTYPE = :WS-POLICYTYPE
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              IF SQLCODE < 0 THEN
                 PERFORM DISPLAY-SQL-ERROR
              END-IF
              MOVE 0 TO WS-TAX-RATE-BP
           END-IF.

           IF SQLCODE = 0 THEN
              SET CUSTOMER-HAS-MANDATE TO TRUE
           END-IF.
           IF SQLCODE < 0 THEN
              PERFORM DISPLAY-SQL-ERROR
           END-IF.

       WRITE-PBS-COLLECTION.
           MOVE SPACES TO PBSOUT-RECORD.
           MOVE WS-DUEDATE TO PB-DUEDATE.
           MOVE WS-INVOICE-AMT TO PB-AMOUNT.
           MOVE WS-NEXT-INVOICE TO PB-INVOICENUMBER.
           MOVE 'P' TO WS-HOLD-FILE-ID.
           MOVE PBSOUT-RECORD TO WS-HOLD-DATA.
           PERFORM HOLD-FILE-RECORD.
           ADD 1 TO WS-CNT-PBS.

       ACCUMULATE-TYPE-TOTAL.
              PERFORM DISPLAY-SQL-ERROR
           END-IF.

      *    A DEADLOCK PENDING MEANS THE CURSOR IS GONE - THE LOOP
      *    REOPENS IT AFTER THE ROLLBACK.
       FETCH-CURSOR.
           IF NOT RETRY-PENDING THEN
              EXEC SQL
                 FETCH C1
                 INTO :WS-POLICYNUMBER,
                      :WS-CUSTOMERNUMBER,
                      :WS-POLICYTYPE,
                      :WS-PAYMENT,
                      :WS-FIRSTNAME,
                      :WS-LASTNAME,
                      :WS-POSTCODE
              END-EXEC
              IF SQLCODE < 0 THEN
                 PERFORM DISPLAY-SQL-ERROR
                 IF NOT RETRY-PENDING THEN
                    MOVE 16 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.

       CLOSE-CURSOR.
           DISPLAY '  FREQUENCY.............: ' WS-FREQUENCY.
           DISPLAY '  POLICIES BILLED.......: ' WS-CNT-POLICIES.
           DISPLAY '  INVOICES WRITTEN......: ' WS-CNT-INVOICES.
           DISPLAY '  ON PREMIUM HOLIDAY....: ' WS-CNT-HOLIDAY-SKIPS.
           DISPLAY '  DEADLOCK RETRIES......: ' WS-CNT-RETRIES.
           DISPLAY ' '.
           DISPLAY 'TYPE  INVOICES   AMOUNT'.
           PERFORM DISPLAY-ONE-TYPE VARYING WS-TYPE-IDX FROM 1 BY 1
           MOVE SQLSTATE TO ERR-SQLSTATE.
           MOVE SQLERRMC TO ERR-SQLERRMC.
           CALL 'LGSQLERR' USING WS-SQLERR.
           IF ERR-ACTION = 'R' THEN
              SET RETRY-PENDING TO TRUE
           END-IF.

       END PROGRAM LGDB2BIL.
