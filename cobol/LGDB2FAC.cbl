       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGDB2FAC.
      *    NIGHTLY TREATY CAPACITY CHECK. FOR EVERY SURPLUS TREATY
      *    ON RITREATY IN FORCE TODAY, LOOKS AT EVERY IN-FORCE
      *    POLICY ON ITS LINE OF BUSINESS AND LISTS EACH RISK WHOSE
      *    INSURED VALUE (MOTOR OR HOUSE, AS LGDB2RIC FINDS IT) IS
      *    ABOVE THE TREATY CAPACITY (TEN TIMES THE RETENTION WHERE
      *    NO CAPACITY IS SET): THE EXCESS THE TREATY DOES NOT TAKE,
      *    THE SHARE OF IT PLACED FACULTATIVELY ON RIFACPLACE FOR A
      *    PERIOD COVERING TODAY, AND WHAT IS LEFT UNPLACED - THE
      *    EXPOSURE WE ARE CARRYING NET WITHOUT MEANING TO.
      *    RETURN CODE 4 WHEN ANY RISK HAS AN UNPLACED EXCESS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-TODAY                     PIC 9(8).
       01  WS-TODAY-ISO                 PIC X(10).

       01  WS-FETCH-TREATYID            PIC X(8).
       01  WS-FETCH-LOB                 PIC X(1).
       01  DB2-RETENTION-INT            PIC S9(9) COMP.
       01  DB2-CAPACITY-INT             PIC S9(9) COMP.
       01  DB2-POLICYNUMBER-INT         PIC S9(9) COMP.
       01  DB2-CUSTOMERNUMBER-INT       PIC S9(9) COMP.
       01  DB2-INSURED-INT              PIC S9(9) COMP.
       01  DB2-PLACED-PCT               PIC S9(9) COMP.
       01  WS-INSURED-FOUND             PIC X VALUE '0'.
          88 INSURED-VALUE-FOUND             VALUE '1'.

       01  WS-EXCESS                    PIC S9(9) COMP.
       01  WS-PLACED                    PIC S9(9) COMP.
       01  WS-UNPLACED                  PIC S9(9) COMP.

       01  WS-DISP-POLICY               PIC Z(8)9.
       01  WS-DISP-CUSTOMER             PIC Z(8)9.
       01  WS-DISP-INSURED              PIC Z(9)9.
       01  WS-DISP-CAPACITY             PIC Z(9)9.
       01  WS-DISP-EXCESS               PIC Z(9)9.
       01  WS-DISP-PCT                  PIC ZZ9.
       01  WS-DISP-UNPLACED             PIC Z(9)9.
       01  WS-DISP-SUM                  PIC Z(10)9.

       01  WS-CNT-READ                  PIC 9(7) VALUE 0.
       01  WS-CNT-EXCEEDED              PIC 9(7) VALUE 0.
       01  WS-CNT-UNPLACED              PIC 9(7) VALUE 0.
       01  WS-SUM-EXCESS                PIC S9(11) COMP-3 VALUE 0.
       01  WS-SUM-UNPLACED              PIC S9(11) COMP-3 VALUE 0.

      * Central run-control (RUNLOG) interface
       01  WS-RUNLOG.
           COPY RUNCPY1.

      * SQLCA DB2 communications area
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    EVERY IN-FORCE POLICY UNDER A SURPLUS TREATY IN FORCE
      *    TODAY.
           EXEC SQL
             DECLARE C1 CURSOR FOR
               SELECT GENASA1.RITREATY.TREATYID,
                      GENASA1.RITREATY.LINEOFBUSINESS,
                      GENASA1.RITREATY.RETENTION,
                      COALESCE(GENASA1.RITREATY.CAPACITY, 0),
                      POLICY.POLICYNUMBER,
                      POLICY.CUSTOMERNUMBER
               FROM   GENASA1.RITREATY, POLICY
               WHERE  GENASA1.RITREATY.TREATYTYPE = 'S'
                 AND  GENASA1.RITREATY.STARTDATE <= :WS-TODAY-ISO
                 AND  GENASA1.RITREATY.ENDDATE >= :WS-TODAY-ISO
                 AND  POLICY.POLICYTYPE =
                      GENASA1.RITREATY.LINEOFBUSINESS
                 AND  POLICY.ISSUEDATE <= :WS-TODAY-ISO
                 AND  POLICY.EXPIRYDATE >= :WS-TODAY-ISO
                 AND  NOT EXISTS
                      (SELECT 1 FROM GENASA1.POLCANCEL
                        WHERE GENASA1.POLCANCEL.POLICYNUMBER =
                              POLICY.POLICYNUMBER)
               ORDER BY GENASA1.RITREATY.TREATYID,
                        POLICY.POLICYNUMBER
           END-EXEC.

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

           DISPLAY '------------------------------------------------'
                   '----------------------------'.
           DISPLAY 'LGDB2FAC RISKS ABOVE SURPLUS TREATY CAPACITY - '
                   WS-TODAY-ISO.
           DISPLAY 'TREATY   L    POLICY  CUSTOMER    INSURED   CAPAC'
                   'ITY     EXCESS PCT   UNPLACED'.

           PERFORM OPEN-CURSOR.
           PERFORM FETCH-CURSOR.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0

                   ADD 1 TO WS-CNT-READ
                   PERFORM CHECK-ONE-RISK
                   PERFORM FETCH-CURSOR
           END-PERFORM.

           PERFORM CLOSE-CURSOR.

           DISPLAY '------------------------------------------------'
                   '----------------------------'.
           DISPLAY 'RISKS CHECKED...........: ' WS-CNT-READ.
           MOVE WS-SUM-EXCESS TO WS-DISP-SUM.
           DISPLAY 'ABOVE CAPACITY..........: ' WS-CNT-EXCEEDED
                   '  ' WS-DISP-SUM.
           MOVE WS-SUM-UNPLACED TO WS-DISP-SUM.
           DISPLAY 'WITH EXCESS UNPLACED....: ' WS-CNT-UNPLACED
                   '  ' WS-DISP-SUM.
           DISPLAY '------------------------------------------------'
                   '----------------------------'.

           IF WS-CNT-UNPLACED > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM MARK-RUN-ENDED.

           STOP RUN.

      *    THE START CALL DOUBLES AS THE DOUBLE-START GUARD - A ROW
      *    STILL MARKED RUNNING FOR TODAY'S CYCLE STOPS THE JOB.
       MARK-RUN-STARTED.
           MOVE 'LGDB2FAC' TO RUN-JOBNAME.
           MOVE 'S' TO RUN-FUNCTION.
           CALL 'LGRUNLOG' USING WS-RUNLOG.
           IF RUN-RC = 4 THEN
              DISPLAY 'LGDB2FAC ALREADY MARKED RUNNING THIS CYCLE'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF RUN-RC = 6 THEN
              DISPLAY 'LGDB2FAC HELD - PREDECESSOR '
                      RUN-FAILED-PRED ' NOT ENDED CLEANLY'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       MARK-RUN-ENDED.
           MOVE 'E' TO RUN-FUNCTION.
           MOVE WS-CNT-READ TO RUN-RECORDS-READ.
           MOVE WS-CNT-EXCEEDED TO RUN-RECORDS-WRITTEN.
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
                 INTO :WS-FETCH-TREATYID,
                      :WS-FETCH-LOB,
                      :DB2-RETENTION-INT,
                      :DB2-CAPACITY-INT,
                      :DB2-POLICYNUMBER-INT,
                      :DB2-CUSTOMERNUMBER-INT
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
      *    WITH NO CAPACITY SET THE TREATY IS A NINE-LINE SURPLUS.
       CHECK-ONE-RISK.
           IF DB2-CAPACITY-INT <= 0 THEN
              COMPUTE DB2-CAPACITY-INT = DB2-RETENTION-INT * 10
           END-IF.
           PERFORM LOOK-UP-INSURED-VALUE.
           IF INSURED-VALUE-FOUND AND
              DB2-INSURED-INT > DB2-CAPACITY-INT THEN
              PERFORM LIST-ONE-RISK
           END-IF.

       LIST-ONE-RISK.
           COMPUTE WS-EXCESS = DB2-INSURED-INT - DB2-CAPACITY-INT.

           EXEC SQL
              SELECT COALESCE(SUM(SHAREPCT), 0)
              INTO  :DB2-PLACED-PCT
              FROM  GENASA1.RIFACPLACE
              WHERE POLICYNUMBER = :DB2-POLICYNUMBER-INT
                AND STARTDATE <= :WS-TODAY-ISO
                AND ENDDATE >= :WS-TODAY-ISO
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              MOVE 0 TO DB2-PLACED-PCT
           END-IF.
           IF DB2-PLACED-PCT > 100 THEN
              MOVE 100 TO DB2-PLACED-PCT
           END-IF.

           COMPUTE WS-PLACED = WS-EXCESS * DB2-PLACED-PCT / 100.
           COMPUTE WS-UNPLACED = WS-EXCESS - WS-PLACED.

           ADD 1 TO WS-CNT-EXCEEDED.
           ADD WS-EXCESS TO WS-SUM-EXCESS.
           IF WS-UNPLACED > 0 THEN
              ADD 1 TO WS-CNT-UNPLACED
              ADD WS-UNPLACED TO WS-SUM-UNPLACED
           END-IF.

           MOVE DB2-POLICYNUMBER-INT TO WS-DISP-POLICY.
           MOVE DB2-CUSTOMERNUMBER-INT TO WS-DISP-CUSTOMER.
           MOVE DB2-INSURED-INT TO WS-DISP-INSURED.
           MOVE DB2-CAPACITY-INT TO WS-DISP-CAPACITY.
           MOVE WS-EXCESS TO WS-DISP-EXCESS.
           MOVE DB2-PLACED-PCT TO WS-DISP-PCT.
           MOVE WS-UNPLACED TO WS-DISP-UNPLACED.
           DISPLAY WS-FETCH-TREATYID ' ' WS-FETCH-LOB ' '
                   WS-DISP-POLICY ' ' WS-DISP-CUSTOMER ' '
                   WS-DISP-INSURED ' ' WS-DISP-CAPACITY ' '
                   WS-DISP-EXCESS ' ' WS-DISP-PCT ' '
                   WS-DISP-UNPLACED.

       LOOK-UP-INSURED-VALUE.
           MOVE '0' TO WS-INSURED-FOUND.
           MOVE 0 TO DB2-INSURED-INT.
           EXEC SQL
              SELECT VALUE
              INTO  :DB2-INSURED-INT
              FROM  MOTOR
              WHERE POLICYNUMBER = :DB2-POLICYNUMBER-INT
           END-EXEC.
           IF SQLCODE = 0 THEN
              SET INSURED-VALUE-FOUND TO TRUE
           ELSE
              EXEC SQL
                 SELECT VALUE
                 INTO  :DB2-INSURED-INT
                 FROM  GENASA1.HOUSE
                 WHERE POLICYNUMBER = :DB2-POLICYNUMBER-INT
              END-EXEC
              IF SQLCODE = 0 THEN
                 SET INSURED-VALUE-FOUND TO TRUE
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       DISPLAY-SQL-ERROR.

           DISPLAY 'SQLERROR'
           DISPLAY 'SQLCODE  ' SQLCODE
           DISPLAY 'SQLSTATE ' SQLSTATE.
           MOVE 'LGDB2FAC' TO ERR-PROGRAM.
           MOVE SPACES TO ERR-PARAGRAPH.
           MOVE SPACES TO ERR-KEY-VALUES.
           MOVE SQLCODE TO ERR-SQLCODE.
           MOVE SQLSTATE TO ERR-SQLSTATE.
           MOVE SQLERRMC TO ERR-SQLERRMC.
           CALL 'LGSQLERR' USING WS-SQLERR.

       END PROGRAM LGDB2FAC.
