      *    REMITTED MARK AND STORED REFERENCE ARE CLEARED, KEYED ON
      *    THE REFERENCE LGDB2DSB STAMPED, SO EXACTLY THE FAILED
      *    TRANSFER REAPPEARS IN THE NEXT DISBURSEMENT QUEUE
      *    INSTEAD OF VANISHING. THE TRANSFER'S EXPECTED DEBIT ON
      *    BANKEXPECT IS CANCELLED ('X') SO LGDB2BRC NO LONGER
      *    WAITS FOR IT - OR, WHEN THE BANK HAD ALREADY BOOKED IT,
      *    THE MONEY COMING BACK IS REGISTERED AS AN EXPECTED
      *    CREDIT THROUGH LGBNKEXP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       01  DB2-SOURCEKEY-INT         PIC S9(9) COMP.
       01  DB2-AMOUNT-INT            PIC S9(9) COMP.

       01  WS-TODAY                  PIC 9(8).
       01  WS-TODAY-ISO              PIC X(10).

       01 WS-CNT-RETURNS             PIC 9(7) VALUE 0.
       01 WS-CNT-REQUEUED            PIC 9(7) VALUE 0.
       01 WS-CNT-UNKNOWN             PIC 9(7) VALUE 0.

      * Expected-bank-movement register interface
       01  WS-BANKEXP.
           COPY BNKCPY1.

      * Central run-control (RUNLOG) interface
       01  WS-RUNLOG.
           COPY RUNCPY1.

           PERFORM MARK-RUN-STARTED.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-TODAY-ISO.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY-ISO.

           OPEN INPUT BANKRET.
           IF BANKRET-STATUS NOT = 0 THEN
              DISPLAY 'LGDB2DSR FILE STATUS AT OPEN BANKRET '
                       AND  REMITREF = :RT-REFERENCE
                  END-EXEC
                  PERFORM CHECK-REQUEUE-RESULT
               WHEN 'DTH'
                  EXEC SQL
                     UPDATE GENASA1.DEATHCLAIM
                     SET    REMITTEDDATE = NULL,
                            REMITREF = ' '
                     WHERE  POLICYNUMBER = :DB2-SOURCEKEY-INT
                       AND  REMITREF = :RT-REFERENCE
                  END-EXEC
                  PERFORM CHECK-REQUEUE-RESULT
               WHEN 'CLP'
                  EXEC SQL
                     UPDATE GENASA1.CLAIMPAYMENT
                       AND  REMITREF = :RT-REFERENCE
                  END-EXEC
                  PERFORM CHECK-REQUEUE-RESULT
               WHEN 'SRF'
                  EXEC SQL
                     UPDATE GENASA1.SUSPALLOC
                     SET    REMITTEDDATE = NULL,
                            REMITREF = ' '
                     WHERE  ALLOCID = :DB2-SOURCEKEY-INT
                       AND  REMITREF = :RT-REFERENCE
                  END-EXEC
                  PERFORM CHECK-REQUEUE-RESULT
               WHEN OTHER
                  ADD 1 TO WS-CNT-UNKNOWN
           END-EVALUATE.

           PERFORM CANCEL-EXPECTED-DEBIT.

       CANCEL-EXPECTED-DEBIT.
           EXEC SQL
              UPDATE GENASA1.BANKEXPECT
              SET    STATUS = 'X'
              WHERE  DIRECTION = 'D'
                AND  REFERENCE = :RT-REFERENCE
                AND  STATUS = 'O'
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                  CONTINUE
               WHEN SQLCODE = 100
                  PERFORM EXPECT-RETURNED-CREDIT
               WHEN OTHER
                  PERFORM DISPLAY-SQL-ERROR
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
           END-EVALUATE.

      *    THE DEBIT WAS ALREADY ON A STATEMENT - THE RETURNED
      *    AMOUNT WILL COME BACK IN AS A CREDIT.
       EXPECT-RETURNED-CREDIT.
           MOVE 'C' TO BNK-DIRECTION.
           MOVE 'LGDB2DSR' TO BNK-SOURCEJOB.
           MOVE RT-REFERENCE TO BNK-REFERENCE.
           MOVE SPACES TO BNK-BATCHREF.
           MOVE RT-AMOUNT TO BNK-AMOUNT.
           MOVE WS-TODAY-ISO TO BNK-VALUEDATE.
           CALL 'LGBNKEXP' USING WS-BANKEXP.
           IF BNK-RC > 2 THEN
              DISPLAY 'LGDB2DSR - LGBNKEXP RC ' BNK-RC
                      ' FOR ' RT-REFERENCE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       CHECK-REQUEUE-RESULT.
           EVALUATE TRUE
               WHEN SQLCODE = 0
