       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGDB2DEC.
      *    DECEASED POLICYHOLDER WIND-DOWN. PICKS UP EVERY CUSTOMER
      *    LGDB2CPE HAS MARKED DECEASED (CUSTOMERSTATUS 'D') THAT
      *    HAS NOT YET BEEN WOUND DOWN AND, AS AT THE DATE OF DEATH:
      *    - ENDS EACH IN-FORCE NON-LIFE POLICY WITH A POLCANCEL ROW
      *      (REASON 'DE') AND THE POLPGMC PRO-RATA REFUND OF THE
      *      UNEXPIRED PREMIUM, RAISED AS A CREDITNOTE (SOURCE 'DEC')
      *      THAT LGDB2PAY NETS AGAINST ANYTHING STILL OPEN AND THE
      *      DISBURSEMENT STREAM PAYS TO THE ESTATE,
      *    - HANDS EACH ENDOWMENT TO THE DEATH-CLAIM PROCESS WITH A
      *      DEATHCLAIM ROW (STATUS 'N' NOTIFIED) INSTEAD OF
      *      CANCELLING IT - ENDPGMD THEN SETTLES THE BENEFIT,
      *    - REVOKES THE ACTIVE BETALINGSSERVICE MANDATE, EFFECTIVE
      *      THE DATE OF DEATH, SO LGDB2BIL STOPS COLLECTING,
      *    - QUEUES A CONDOLENCE LETTER (LETTERQUEUE TYPE 'CND')
      *      THAT LGDB2LTR PRODUCES AND ARCHIVES.
      *    EVERY CUSTOMER HANDLED IS LISTED FOR THE BEREAVEMENT TEAM
      *    AND GETS AN AUDITLOG LINE; THE CUSTOMERSTATUS ROW IS THEN
      *    STAMPED WITH THE WIND-DOWN DATE SO THE NEXT RUN SKIPS IT.
      *    A DEATH WITH NO EVENT DATE CANNOT BE PRORATED AND IS
      *    LEFT FOR THE NEXT RUN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01 WS-RUN-DATE                PIC 9(8).
       01 WS-TODAY-ISO               PIC X(10).

       01 DB2-CUSTOMERNUMBER-INT     PIC S9(9) COMP.
       01 WS-DEATH-DATE              PIC X(10).
       01 WS-FIRSTNAME               PIC X(10).
       01 WS-LASTNAME                PIC X(20).
       01 WS-CUSTNO-DISPLAY          PIC 9(9).

       01 DB2-POLICYNUMBER-INT       PIC S9(9) COMP.
       01 WS-POLICYTYPE              PIC X(1).
       01 WS-CANCEL-DATE             PIC X(10).
       01 DB2-PAYMENT-INT            PIC S9(9) COMP.
       01 DB2-UNEXPIRED-DAYS         PIC S9(9) COMP.
       01 DB2-REFUND-INT             PIC S9(9) COMP.
       01 DB2-CREDITNUMBER-INT       PIC S9(9) COMP.
       01 DB2-QUEUEID-INT            PIC S9(9) COMP.

      *    PER-CUSTOMER TOTALS FOR THE REPORT LINE AND THE LETTER
       01 WS-CUST-ENDED              PIC 9(3).
       01 WS-CUST-ENDOWMENTS         PIC 9(3).
       01 WS-CUST-REFUND             PIC S9(9) COMP.
       01 WS-CUST-REFUND-DISPLAY     PIC Z(8)9.
       01 WS-MANDATE-FLAG            PIC X(7).

       01 WS-CNT-CUSTOMERS           PIC 9(7) VALUE 0.
       01 WS-CNT-POLICIES-ENDED      PIC 9(7) VALUE 0.
       01 WS-CNT-ENDOWMENTS          PIC 9(7) VALUE 0.
       01 WS-CNT-MANDATES            PIC 9(7) VALUE 0.
       01 WS-CNT-LETTERS             PIC 9(7) VALUE 0.
       01 WS-TOTAL-REFUND            PIC S9(11) COMP-3 VALUE 0.
       01 WS-TOTAL-REFUND-DISPLAY    PIC Z(10)9.

      *    PERIODIC COMMIT SO THE JOB DOES NOT HOLD LOCKS AND LOG
      *    SPACE FOR THE FULL LENGTH OF THE RUN.
       01  WS-COMMIT-INTERVAL          PIC S9(9) COMP VALUE 1000.
       01  WS-ROWS-SINCE-COMMIT        PIC S9(9) COMP VALUE 0.

      * Central run-control (RUNLOG) interface
       01  WS-RUNLOG.
           COPY RUNCPY1.

      * Audit images for the common AUDITLOG trail - the batch
      * writes the row itself in AUDPGM1's layout
       01  WS-AUDIT.
           COPY AUDCPY1.

      * SQLCA DB2 communications area
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    DECEASED CUSTOMERS NOT YET WOUND DOWN, WITH THE NAME THE
      *    BEREAVEMENT REPORT SHOWS.
           EXEC SQL
             DECLARE C1 CURSOR WITH HOLD FOR
               SELECT GENASA1.CUSTOMERSTATUS.CUSTOMERNUMBER,
                      CHAR(GENASA1.CUSTOMERSTATUS.EVENTDATE, ISO),
                      CUSTOMER.FIRSTNAME,
                      CUSTOMER.LASTNAME
               FROM GENASA1.CUSTOMERSTATUS, CUSTOMER
               WHERE GENASA1.CUSTOMERSTATUS.CUSTOMERNUMBER =
                     CUSTOMER.CUSTOMERNUMBER
                 AND GENASA1.CUSTOMERSTATUS.STATUS = 'D'
                 AND GENASA1.CUSTOMERSTATUS.EVENTDATE IS NOT NULL
                 AND GENASA1.CUSTOMERSTATUS.WINDDOWNDATE IS NULL
               ORDER BY GENASA1.CUSTOMERSTATUS.CUSTOMERNUMBER
           END-EXEC.

      *    THE CUSTOMER'S POLICIES STILL IN FORCE AT THE DATE OF
      *    DEATH AND NOT ALREADY CANCELLED. A POLICY INCEPTING AFTER
      *    THE DEATH ENDS AT ITS ISSUEDATE, SO ITS WHOLE PREMIUM
      *    COMES BACK.
           EXEC SQL
             DECLARE C2 CURSOR FOR
               SELECT POLICYNUMBER,
                      POLICYTYPE,
                      CHAR(CASE WHEN ISSUEDATE > DATE(:WS-DEATH-DATE)
                                THEN ISSUEDATE
                                ELSE DATE(:WS-DEATH-DATE) END, ISO),
                      COALESCE(PAYMENT, 0),
                      DAYS(EXPIRYDATE) -
                      DAYS(CASE WHEN ISSUEDATE > DATE(:WS-DEATH-DATE)
                                THEN ISSUEDATE
                                ELSE DATE(:WS-DEATH-DATE) END)
               FROM POLICY
               WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUMBER-INT
                 AND EXPIRYDATE > DATE(:WS-DEATH-DATE)
                 AND NOT EXISTS
                     (SELECT 1 FROM GENASA1.POLCANCEL
                       WHERE GENASA1.POLCANCEL.POLICYNUMBER =
                             POLICY.POLICYNUMBER)
               ORDER BY POLICYNUMBER
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

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-TODAY-ISO.
           STRING WS-RUN-DATE(1:4) '-' WS-RUN-DATE(5:2) '-'
                  WS-RUN-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY-ISO.

           DISPLAY '------------------------------------------------'.
           DISPLAY 'LGDB2DEC DECEASED POLICYHOLDER WIND-DOWN - '
                   WS-TODAY-ISO.
           DISPLAY 'CUSTOMER  NAME                           DIED    '
                   '   ENDED    REFUND ENDOW MANDATE'.

           PERFORM OPEN-CURSOR.
           PERFORM FETCH-CURSOR.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0

                   ADD 1 TO WS-CNT-CUSTOMERS
                   PERFORM WIND-DOWN-CUSTOMER
                   PERFORM COMMIT-CHECKPOINT
                   PERFORM FETCH-CURSOR
           END-PERFORM.

           PERFORM CLOSE-CURSOR.

           EXEC SQL COMMIT END-EXEC.

           PERFORM DISPLAY-SUMMARY.

           PERFORM MARK-RUN-ENDED.

           STOP RUN.

      *    THE START CALL DOUBLES AS THE DOUBLE-START GUARD - A ROW
      *    STILL MARKED RUNNING FOR TODAY'S CYCLE STOPS THE JOB.
       MARK-RUN-STARTED.
           MOVE 'LGDB2DEC' TO RUN-JOBNAME.
           MOVE 'S' TO RUN-FUNCTION.
           CALL 'LGRUNLOG' USING WS-RUNLOG.
           IF RUN-RC = 4 THEN
              DISPLAY 'LGDB2DEC ALREADY MARKED RUNNING THIS CYCLE'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF RUN-RC = 6 THEN
              DISPLAY 'LGDB2DEC HELD - PREDECESSOR '
                      RUN-FAILED-PRED ' NOT ENDED CLEANLY'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       MARK-RUN-ENDED.
           MOVE 'E' TO RUN-FUNCTION.
           MOVE WS-CNT-CUSTOMERS TO RUN-RECORDS-READ.
           MOVE WS-CNT-POLICIES-ENDED TO RUN-RECORDS-WRITTEN.
           MOVE 0 TO RUN-RECORDS-REJECTED.
           MOVE RETURN-CODE TO RUN-RETURN-CODE.
           CALL 'LGRUNLOG' USING WS-RUNLOG.

       COMMIT-CHECKPOINT.
           ADD 1 TO WS-ROWS-SINCE-COMMIT.
           IF WS-ROWS-SINCE-COMMIT >= WS-COMMIT-INTERVAL THEN
              EXEC SQL COMMIT END-EXEC
              MOVE 0 TO WS-ROWS-SINCE-COMMIT
           END-IF.

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
              INTO :DB2-CUSTOMERNUMBER-INT,
                   :WS-DEATH-DATE,
                   :WS-FIRSTNAME,
                   :WS-LASTNAME
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
      *    ONE DECEASED CUSTOMER: POLICIES FIRST, SO THE LETTER AND
      *    THE REPORT LINE CARRY THE REFUND TOTAL.
       WIND-DOWN-CUSTOMER.
           MOVE 0 TO WS-CUST-ENDED.
           MOVE 0 TO WS-CUST-ENDOWMENTS.
           MOVE 0 TO WS-CUST-REFUND.

           EXEC SQL OPEN C2 END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM FETCH-POLICY.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0
                   IF WS-POLICYTYPE = 'E' THEN
                      PERFORM HAND-OVER-ENDOWMENT
                   ELSE
                      PERFORM END-NON-LIFE-POLICY
                   END-IF
                   PERFORM FETCH-POLICY
           END-PERFORM.

           EXEC SQL CLOSE C2 END-EXEC.

           PERFORM REVOKE-MANDATE.
           PERFORM QUEUE-CONDOLENCE-LETTER.
           PERFORM WRITE-AUDIT-TRAIL.
           PERFORM MARK-WOUND-DOWN.
           PERFORM DISPLAY-CUSTOMER-LINE.

       FETCH-POLICY.
           EXEC SQL
              FETCH C2
              INTO :DB2-POLICYNUMBER-INT,
                   :WS-POLICYTYPE,
                   :WS-CANCEL-DATE,
                   :DB2-PAYMENT-INT,
                   :DB2-UNEXPIRED-DAYS
           END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    THE SAME PRO-RATA RETURN PREMIUM A MID-TERM CANCELLATION
      *    THROUGH POLPGMC GIVES, FROM THE DATE OF DEATH.
       END-NON-LIFE-POLICY.
           COMPUTE DB2-REFUND-INT =
                   DB2-PAYMENT-INT * DB2-UNEXPIRED-DAYS / 365.
           IF DB2-REFUND-INT < 0 THEN
              MOVE 0 TO DB2-REFUND-INT
           END-IF.

           EXEC SQL
              INSERT INTO GENASA1.POLCANCEL
                        ( POLICYNUMBER,
                          CANCELDATE,
                          REASONCODE,
                          REFUNDAMOUNT )
                 VALUES ( :DB2-POLICYNUMBER-INT,
                          :WS-CANCEL-DATE,
                          'DE',
                          :DB2-REFUND-INT )
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO WS-CUST-ENDED.
           ADD 1 TO WS-CNT-POLICIES-ENDED.
           ADD DB2-REFUND-INT TO WS-CUST-REFUND.
           ADD DB2-REFUND-INT TO WS-TOTAL-REFUND.
           IF DB2-REFUND-INT > 0 THEN
              PERFORM RAISE-CREDIT-NOTE
           END-IF.

      *    THE REFUND RIDES THE RECEIVABLES CHAIN AS A CREDIT NOTE,
      *    EXACTLY AS A MID-TERM CANCELLATION REFUND DOES.
       RAISE-CREDIT-NOTE.
           MOVE 'CREDIT' TO NUM-KEY-TYPE.
           MOVE 1 TO NUM-COUNT.
           CALL 'NUMPGM1' USING WS-NUM.
           IF NUM-RC NOT = 0 THEN
              DISPLAY 'LGDB2DEC - NO CREDIT NOTE NUMBER, NUMPGM1 RC '
                      NUM-RC
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE NUM-FIRST TO DB2-CREDITNUMBER-INT.

           EXEC SQL
              INSERT INTO GENASA1.CREDITNOTE
                        ( CREDITNUMBER,
                          POLICYNUMBER,
                          CUSTOMERNUMBER,
                          ISSUEDATE,
                          AMOUNT,
                          APPLIEDAMOUNT,
                          STATUS,
                          SOURCE,
                          REMITTEDDATE )
                 VALUES ( :DB2-CREDITNUMBER-INT,
                          :DB2-POLICYNUMBER-INT,
                          :DB2-CUSTOMERNUMBER-INT,
                          :WS-TODAY-ISO,
                          :DB2-REFUND-INT,
                          0,
                          'O',
                          'DEC',
                          NULL )
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    AN ENDOWMENT IS NOT CANCELLED - THE DEATH MAKES ITS
      *    BENEFIT PAYABLE. A ROW ALREADY ON DEATHCLAIM (A RERUN OR A
      *    CLAIM KEYED BY HAND) IS LEFT AS IT IS.
       HAND-OVER-ENDOWMENT.
           EXEC SQL
              INSERT INTO GENASA1.DEATHCLAIM
                        ( POLICYNUMBER,
                          CUSTOMERNUMBER,
                          DEATHDATE,
                          NOTIFIEDDATE,
                          STATUS )
                 VALUES ( :DB2-POLICYNUMBER-INT,
                          :DB2-CUSTOMERNUMBER-INT,
                          :WS-DEATH-DATE,
                          :WS-TODAY-ISO,
                          'N' )
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                  ADD 1 TO WS-CUST-ENDOWMENTS
                  ADD 1 TO WS-CNT-ENDOWMENTS
               WHEN SQLCODE = -803
                  ADD 1 TO WS-CUST-ENDOWMENTS
               WHEN OTHER
                  PERFORM DISPLAY-SQL-ERROR
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
           END-EVALUATE.

      *    COLLECTION STOPS AT THE DATE OF DEATH - NOT TODAY - SO A
      *    BUREAU DRAW ALREADY IN FLIGHT CAN BE RECLAIMED.
       REVOKE-MANDATE.
           MOVE 'NONE' TO WS-MANDATE-FLAG.
           EXEC SQL
              UPDATE GENASA1.BSMANDATE
              SET    STATUS = 'R',
                     EFFECTIVETO = :WS-DEATH-DATE
              WHERE  CUSTOMERNUMBER = :DB2-CUSTOMERNUMBER-INT
                AND  STATUS = 'A'
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                  MOVE 'REVOKED' TO WS-MANDATE-FLAG
                  ADD 1 TO WS-CNT-MANDATES
               WHEN SQLCODE = 100
                  CONTINUE
               WHEN OTHER
                  PERFORM DISPLAY-SQL-ERROR
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
           END-EVALUATE.

      *    ONE LETTER PER CUSTOMER, ADDRESSED TO THE ESTATE AND
      *    CARRYING THE TOTAL REFUND - LGDB2LTR PRINTS AND ARCHIVES
      *    IT ON ITS NEXT RUN.
       QUEUE-CONDOLENCE-LETTER.
           MOVE 'LETTERQ' TO NUM-KEY-TYPE.
           MOVE 1 TO NUM-COUNT.
           CALL 'NUMPGM1' USING WS-NUM.
           IF NUM-RC NOT = 0 THEN
              DISPLAY 'LGDB2DEC - NO LETTER QUEUE ID, NUMPGM1 RC '
                      NUM-RC
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE NUM-FIRST TO DB2-QUEUEID-INT.

           EXEC SQL
              INSERT INTO GENASA1.LETTERQUEUE
                        ( QUEUEID,
                          CUSTOMERNUMBER,
                          POLICYNUMBER,
                          LETTERTYPE,
                          QUEUEDDATE,
                          EVENTDATE,
                          AMOUNT,
                          STATUS,
                          PRODUCEDDATE,
                          DOCID )
                 VALUES ( :DB2-QUEUEID-INT,
                          :DB2-CUSTOMERNUMBER-INT,
                          0,
                          'CND',
                          :WS-TODAY-ISO,
                          :WS-DEATH-DATE,
                          :WS-CUST-REFUND,
                          'Q',
                          NULL,
                          0 )
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-CNT-LETTERS.

      *    THE SAME AUDITLOG ROW AUDPGM1 WOULD WRITE, INSERTED
      *    DIRECTLY - AUDPGM1 NEEDS THE CICS EIB FOR ITS USERID
      *    LOOKUP AND CANNOT BE LINKED INTO A BATCH JOB.
       WRITE-AUDIT-TRAIL.
           MOVE 'LGDB2DEC' TO AUD-PROGRAM IN WS-AUDIT.
           MOVE 'DECWND' TO AUD-REQUEST-ID IN WS-AUDIT.
           MOVE DB2-CUSTOMERNUMBER-INT TO WS-CUSTNO-DISPLAY.
           MOVE WS-CUSTNO-DISPLAY TO AUD-KEY IN WS-AUDIT.
           MOVE 'LGDB2DEC' TO AUD-OPERATOR IN WS-AUDIT.
           MOVE WS-CUST-REFUND TO WS-CUST-REFUND-DISPLAY.
           MOVE SPACES TO AUD-BEFORE-IMAGE IN WS-AUDIT.
           STRING 'DECEASED ' WS-DEATH-DATE
                  DELIMITED BY SIZE
                  INTO AUD-BEFORE-IMAGE IN WS-AUDIT.
           MOVE SPACES TO AUD-AFTER-IMAGE IN WS-AUDIT.
           STRING 'POLICIES ENDED ' WS-CUST-ENDED
                  ' REFUND ' WS-CUST-REFUND-DISPLAY
                  ' ENDOWMENTS ' WS-CUST-ENDOWMENTS
                  ' MANDATE ' WS-MANDATE-FLAG
                  DELIMITED BY SIZE
                  INTO AUD-AFTER-IMAGE IN WS-AUDIT.
           EXEC SQL
              INSERT INTO GENASA1.AUDITLOG
                        ( PROGRAMNAME,
                          REQUESTID,
                          KEYVALUE,
                          BEFOREIMAGE,
                          AFTERIMAGE,
                          AUDITTS,
                          OPERATOR )
                 VALUES ( :WS-AUDIT.AUD-PROGRAM,
                          :WS-AUDIT.AUD-REQUEST-ID,
                          :WS-AUDIT.AUD-KEY,
                          :WS-AUDIT.AUD-BEFORE-IMAGE,
                          :WS-AUDIT.AUD-AFTER-IMAGE,
                          CURRENT TIMESTAMP,
                          :WS-AUDIT.AUD-OPERATOR )
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              MOVE 8 TO RETURN-CODE
           END-IF.

       MARK-WOUND-DOWN.
           EXEC SQL
              UPDATE GENASA1.CUSTOMERSTATUS
              SET    WINDDOWNDATE = :WS-TODAY-ISO
              WHERE  CUSTOMERNUMBER = :DB2-CUSTOMERNUMBER-INT
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       DISPLAY-CUSTOMER-LINE.
           DISPLAY DB2-CUSTOMERNUMBER-INT ' '
                   WS-FIRSTNAME ' ' WS-LASTNAME ' '
                   WS-DEATH-DATE '   ' WS-CUST-ENDED ' '
                   WS-CUST-REFUND-DISPLAY '   '
                   WS-CUST-ENDOWMENTS ' ' WS-MANDATE-FLAG.

      *----------------------------------------------------------------*
       DISPLAY-SQL-ERROR.

           DISPLAY 'SQLERROR'
           DISPLAY 'SQLCODE  ' SQLCODE
           DISPLAY 'SQLSTATE ' SQLSTATE.
           MOVE 'LGDB2DEC' TO ERR-PROGRAM.
           MOVE SPACES TO ERR-PARAGRAPH.
           MOVE SPACES TO ERR-KEY-VALUES.
           MOVE SQLCODE TO ERR-SQLCODE.
           MOVE SQLSTATE TO ERR-SQLSTATE.
           MOVE SQLERRMC TO ERR-SQLERRMC.
           CALL 'LGSQLERR' USING WS-SQLERR.

       DISPLAY-SUMMARY.
           MOVE WS-TOTAL-REFUND TO WS-TOTAL-REFUND-DISPLAY.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'LGDB2DEC END OF JOB SUMMARY'.
           DISPLAY '  DECEASED CUSTOMERS WOUND DOWN..: '
                   WS-CNT-CUSTOMERS.
           DISPLAY '  NON-LIFE POLICIES ENDED........: '
                   WS-CNT-POLICIES-ENDED.
           DISPLAY '  REFUND TO ESTATES..............: '
                   WS-TOTAL-REFUND-DISPLAY.
           DISPLAY '  ENDOWMENTS TO DEATH CLAIM......: '
                   WS-CNT-ENDOWMENTS.
           DISPLAY '  MANDATES REVOKED...............: '
                   WS-CNT-MANDATES.
           DISPLAY '  CONDOLENCE LETTERS QUEUED......: '
                   WS-CNT-LETTERS.
           DISPLAY '------------------------------------------------'.

       END PROGRAM LGDB2DEC.
