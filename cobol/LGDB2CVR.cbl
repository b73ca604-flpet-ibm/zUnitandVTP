       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGDB2CVR.
      *    CVR COMPANY-REGISTER RECONCILIATION. WALKS EVERY IN-FORCE
      *    COMMERCIAL POLICY (NO POLCANCEL ROW) AND LOOKS ITS CVR
      *    NUMBER UP ON THE CVRMAST MASTER THROUGH CVRLOOK - A
      *    COMPANY THE REGISTER SHOWS AS CEASED ('C') OR UNDER
      *    BANKRUPTCY ('B'), OR DOES NOT KNOW AT ALL ('U' ON THE
      *    REPORT), IS A RISK WE ARE STILL COVERING FOR SOMEBODY
      *    WHO MAY NO LONGER EXIST, AND GOES ON THE EXCEPTION LIST
      *    FOR UNDERWRITING TO CHASE. EACH LINE CARRIES THE NUMBER
      *    OF OPEN CLAIMS ON THE POLICY - CLMPGMS HOLDS BACK ANY
      *    PAYMENT ON THOSE UNTIL THE HANDLER HAS CONFIRMED IT.
      *    RUNS WEEKLY, AFTER THE CVRFILE EXTRACT LOAD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  DB2-POLICYNUMBER-INT         PIC S9(9) COMP.
       01  DB2-CUSTOMERNUMBER-INT       PIC S9(9) COMP.
       01  DB2-OPEN-CLAIMS              PIC S9(9) COMP.
       01  WS-FETCH-CVRNUMBER           PIC X(8).

      *    CVRLOOK INTERFACE AREAS
       01  WS-CVR-NAME                  PIC X(40).
       01  WS-CVR-STATUS                PIC X(1).
       01  WS-CVR-STATUS-DATE           PIC X(10).
       01  WS-CVR-INDUSTRY              PIC X(6).
       01  WS-CVR-RC                    PIC X(1).

       01  WS-DISP-POLICY               PIC 9(9).
       01  WS-DISP-CUSTOMER             PIC 9(9).
       01  WS-DISP-CLAIMS               PIC ZZZ9.

       01  WS-CNT-CHECKED               PIC 9(7) VALUE 0.
       01  WS-CNT-CEASED                PIC 9(7) VALUE 0.
       01  WS-CNT-BANKRUPT              PIC 9(7) VALUE 0.
       01  WS-CNT-UNKNOWN               PIC 9(7) VALUE 0.
       01  WS-CNT-FLAGGED               PIC 9(7) VALUE 0.
       01  WS-CNT-CLAIMS                PIC 9(7) VALUE 0.
       01  WS-CNT-UNAVAILABLE           PIC 9(7) VALUE 0.

      * Central run-control (RUNLOG) interface
       01  WS-RUNLOG.
           COPY RUNCPY1.

      * SQLCA DB2 communications area
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    CLAIM.STATUS PREDATES THE LIFECYCLE WORK AND IS NULLABLE
      *    - A NULL STATUS IS AN OPEN CLAIM.
           EXEC SQL
             DECLARE C1 CURSOR FOR
               SELECT COMMERCIAL.POLICYNUMBER,
                      POLICY.CUSTOMERNUMBER,
                      COALESCE(COMMERCIAL.CVRNUMBER, ' '),
                      (SELECT COUNT(*) FROM CLAIM
                        WHERE CLAIM.POLICYNUMBER =
                              POLICY.POLICYNUMBER
                          AND (CLAIM.STATUS <> 'C'
                               OR CLAIM.STATUS IS NULL))
               FROM   COMMERCIAL, POLICY
               WHERE  COMMERCIAL.POLICYNUMBER = POLICY.POLICYNUMBER
                 AND  NOT EXISTS
                      (SELECT 1 FROM GENASA1.POLCANCEL
                        WHERE GENASA1.POLCANCEL.POLICYNUMBER =
                              POLICY.POLICYNUMBER)
               ORDER BY COMMERCIAL.POLICYNUMBER
           END-EXEC.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.
       MAIN.

           PERFORM MARK-RUN-STARTED.

           DISPLAY '------------------------------------------------'.
           DISPLAY 'LGDB2CVR CVR COMPANY REGISTER RECONCILIATION'.
           DISPLAY 'POLICY     CUSTOMER   CVR      S STATUS DATE'
                   ' CLMS COMPANY'.

           PERFORM OPEN-CURSOR.
           PERFORM FETCH-CURSOR.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0

                   ADD 1 TO WS-CNT-CHECKED
                   PERFORM CHECK-ONE-COMPANY
                   PERFORM FETCH-CURSOR
           END-PERFORM.

           PERFORM CLOSE-CURSOR.

           DISPLAY '------------------------------------------------'.
           DISPLAY '  COMMERCIAL CHECKED....: ' WS-CNT-CHECKED.
           DISPLAY '  COMPANY CEASED........: ' WS-CNT-CEASED.
           DISPLAY '  UNDER BANKRUPTCY......: ' WS-CNT-BANKRUPT.
           DISPLAY '  NOT ON REGISTER.......: ' WS-CNT-UNKNOWN.
           DISPLAY '  OPEN CLAIMS ON THESE..: ' WS-CNT-CLAIMS.
           DISPLAY '  LOOKUPS UNAVAILABLE...: ' WS-CNT-UNAVAILABLE.
           DISPLAY '------------------------------------------------'.

      *    A MASTER THAT NEVER OPENED MAKES THE WHOLE RUN
      *    MEANINGLESS - FLAG IT TO OPERATIONS.
           IF WS-CNT-UNAVAILABLE > 0 THEN
              MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM MARK-RUN-ENDED.

           STOP RUN.

      *    THE START CALL DOUBLES AS THE DOUBLE-START GUARD - A ROW
      *    STILL MARKED RUNNING FOR TODAY'S CYCLE STOPS THE JOB.
       MARK-RUN-STARTED.
           MOVE 'LGDB2CVR' TO RUN-JOBNAME.
           MOVE 'S' TO RUN-FUNCTION.
           CALL 'LGRUNLOG' USING WS-RUNLOG.
           IF RUN-RC = 4 THEN
              DISPLAY 'LGDB2CVR ALREADY MARKED RUNNING THIS CYCLE'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF RUN-RC = 6 THEN
              DISPLAY 'LGDB2CVR HELD - PREDECESSOR '
                      RUN-FAILED-PRED ' NOT ENDED CLEANLY'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       MARK-RUN-ENDED.
           MOVE 'E' TO RUN-FUNCTION.
           MOVE WS-CNT-CHECKED TO RUN-RECORDS-READ.
           MOVE WS-CNT-FLAGGED TO RUN-RECORDS-WRITTEN.
           MOVE WS-CNT-UNAVAILABLE TO RUN-RECORDS-REJECTED.
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
                 INTO :DB2-POLICYNUMBER-INT,
                      :DB2-CUSTOMERNUMBER-INT,
                      :WS-FETCH-CVRNUMBER,
                      :DB2-OPEN-CLAIMS
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
      *    A COMMERCIAL ROW BOOKED BEFORE CVRCHECK CARRIES NO CVR
      *    NUMBER AT ALL - THAT IS AS UNKNOWN AS ONE THE REGISTER
      *    HAS NEVER HEARD OF.
       CHECK-ONE-COMPANY.
           MOVE SPACES TO WS-CVR-NAME.
           MOVE SPACES TO WS-CVR-STATUS-DATE.
           IF WS-FETCH-CVRNUMBER = SPACES THEN
              MOVE '1' TO WS-CVR-RC
           ELSE
              CALL 'CVRLOOK' USING WS-FETCH-CVRNUMBER WS-CVR-NAME
                                   WS-CVR-STATUS WS-CVR-STATUS-DATE
                                   WS-CVR-INDUSTRY WS-CVR-RC
           END-IF.
           EVALUATE WS-CVR-RC
               WHEN '0'
                  IF WS-CVR-STATUS NOT = 'A' THEN
                     IF WS-CVR-STATUS = 'B' THEN
                        ADD 1 TO WS-CNT-BANKRUPT
                     ELSE
                        ADD 1 TO WS-CNT-CEASED
                     END-IF
                     PERFORM REPORT-COMPANY
                  END-IF
               WHEN '1'
                  ADD 1 TO WS-CNT-UNKNOWN
                  MOVE 'U' TO WS-CVR-STATUS
                  PERFORM REPORT-COMPANY
               WHEN OTHER
                  ADD 1 TO WS-CNT-UNAVAILABLE
           END-EVALUATE.

       REPORT-COMPANY.
           ADD 1 TO WS-CNT-FLAGGED.
           ADD DB2-OPEN-CLAIMS TO WS-CNT-CLAIMS.
           MOVE DB2-POLICYNUMBER-INT TO WS-DISP-POLICY.
           MOVE DB2-CUSTOMERNUMBER-INT TO WS-DISP-CUSTOMER.
           MOVE DB2-OPEN-CLAIMS TO WS-DISP-CLAIMS.
           DISPLAY WS-DISP-POLICY '  ' WS-DISP-CUSTOMER
                   '  ' WS-FETCH-CVRNUMBER ' ' WS-CVR-STATUS
                   ' ' WS-CVR-STATUS-DATE '  ' WS-DISP-CLAIMS
                   ' ' WS-CVR-NAME.

      *----------------------------------------------------------------*
       DISPLAY-SQL-ERROR.

           DISPLAY 'SQLERROR'
           DISPLAY 'SQLCODE  ' SQLCODE
           DISPLAY 'SQLSTATE ' SQLSTATE.
           MOVE 'LGDB2CVR' TO ERR-PROGRAM.
           MOVE SPACES TO ERR-PARAGRAPH.
           MOVE SPACES TO ERR-KEY-VALUES.
           MOVE SQLCODE TO ERR-SQLCODE.
           MOVE SQLSTATE TO ERR-SQLSTATE.
           MOVE SQLERRMC TO ERR-SQLERRMC.
           CALL 'LGSQLERR' USING WS-SQLERR.

       END PROGRAM LGDB2CVR.
