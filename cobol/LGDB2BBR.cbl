       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGDB2BBR.
      *    BBR BUILDING-REGISTER RECONCILIATION. WALKS EVERY IN-FORCE
      *    HOUSE POLICY (NO POLCANCEL ROW) AND LOOKS THE INSURED
      *    ADDRESS - HOUSE POSTCODE WITH THE POLICYHOLDER'S HOUSE
      *    NAME AND NUMBER - UP ON THE BBRMAST MASTER THROUGH
      *    BBRLOOK. A HOUSE WHOSE STATED DETAILS DIFFER MATERIALLY
      *    FROM THE REGISTER GOES ON THE EXCEPTION LIST, ONE LINE
      *    PER REASON:
      *      N  ADDRESS NOT ON THE REGISTER
      *      T  PROPERTY TYPE DOES NOT MATCH THE BUILDING USE CODE
      *      R  THATCHED ON THE REGISTER BUT NOT RATED AS THATCHED
      *      V  SUM INSURED BELOW LIVING AREA TIMES THE REBUILD
      *         RATE PER SQUARE METRE (UWLIMITS BBRVALUEM2)
      *      Y  YEAR BUILT DIFFERS FROM THE REGISTER BY MORE THAN
      *         UWLIMITS BBRYEARDIFF YEARS
      *    POLICIES ADDED OR UPDATED SINCE THE REGISTER CHECK CAME
      *    IN ARE ALREADY FILLED FROM IT; THE LIST IS MAINLY THE
      *    OLDER BOOK AND ADDRESSES THE REGISTER HAS CHANGED.
      *    RUNS WEEKLY, AFTER THE BBRFILE EXTRACT LOAD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  DB2-POLICYNUMBER-INT         PIC S9(9) COMP.
       01  DB2-CUSTOMERNUMBER-INT       PIC S9(9) COMP.
       01  DB2-HOU-VALUE                PIC S9(9) COMP.
       01  DB2-HOU-BUILTYEAR            PIC S9(4) COMP.
       01  WS-FETCH-PROPERTYTYPE        PIC X(15).
       01  WS-FETCH-ROOF                PIC X(2).

      *    BBRLOOK INTERFACE AREAS
       01  WS-BBR-ADDRESS.
           05 WS-BBR-POSTCODE           PIC X(8).
           05 WS-BBR-HOUSENAME          PIC X(20).
           05 WS-BBR-HOUSENUMBER        PIC X(4).
       01  WS-BBR-BUILT-YEAR            PIC 9(4).
       01  WS-BBR-LIVING-AREA           PIC 9(5).
       01  WS-BBR-ROOF                  PIC X(2).
       01  WS-BBR-USE                   PIC X(3).
       01  WS-BBR-RC                    PIC X(1).

      *    DWELLING TYPE THE USE CODE STANDS FOR - SPACES WHERE THE
      *    CODE SAYS NOTHING ABOUT THE PROPERTY TYPE
       01  WS-BBR-TYPE                  PIC X(15).
       01  WS-REBUILD-VALUE             PIC S9(11) COMP-3.
       01  WS-YEAR-DIFF                 PIC S9(4) COMP.

      *    MATERIALITY THRESHOLDS - UWLIMITS ROWS OVERRIDE
       01  WS-RATE-M2                   PIC S9(9) COMP VALUE 10000.
       01  WS-YEAR-TOL                  PIC S9(9) COMP VALUE 10.
       01  WS-LIMIT-NAME                PIC X(12).
       01  WS-LIMIT-VALUE               PIC S9(9) COMP.

       01  WS-REASON                    PIC X(1).
       01  WS-STATED                    PIC X(15).
       01  WS-REGISTER                  PIC X(15).
       01  WS-DISP-POLICY               PIC 9(9).
       01  WS-DISP-CUSTOMER             PIC 9(9).
       01  WS-DISP-NUMBER               PIC Z(8)9.

       01  WS-CNT-CHECKED               PIC 9(7) VALUE 0.
       01  WS-CNT-NOT-FOUND             PIC 9(7) VALUE 0.
       01  WS-CNT-TYPE                  PIC 9(7) VALUE 0.
       01  WS-CNT-THATCH                PIC 9(7) VALUE 0.
       01  WS-CNT-VALUE                 PIC 9(7) VALUE 0.
       01  WS-CNT-YEAR                  PIC 9(7) VALUE 0.
       01  WS-CNT-FLAGGED               PIC 9(7) VALUE 0.
       01  WS-CNT-UNAVAILABLE           PIC 9(7) VALUE 0.

      * Central run-control (RUNLOG) interface
       01  WS-RUNLOG.
           COPY RUNCPY1.

      * SQLCA DB2 communications area
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    THE REGISTER COLUMNS ARE NULL ON HOUSES BOOKED BEFORE THE
      *    REGISTER CHECK - NULL YEAR IS TREATED AS NOT STATED.
           EXEC SQL
             DECLARE C1 CURSOR FOR
               SELECT HOUSE.POLICYNUMBER,
                      POLICY.CUSTOMERNUMBER,
                      COALESCE(HOUSE.POSTCODE, ' '),
                      COALESCE(CUSTOMER.HOUSENAME, ' '),
                      COALESCE(CUSTOMER.HOUSENUMBER, ' '),
                      COALESCE(HOUSE.PROPERTYTYPE, ' '),
                      COALESCE(HOUSE.VALUE, 0),
                      COALESCE(HOUSE.BUILTYEAR, 0),
                      COALESCE(HOUSE.ROOFMATERIAL, ' ')
               FROM   HOUSE, POLICY, CUSTOMER
               WHERE  HOUSE.POLICYNUMBER = POLICY.POLICYNUMBER
                 AND  CUSTOMER.CUSTOMERNUMBER = POLICY.CUSTOMERNUMBER
                 AND  NOT EXISTS
                      (SELECT 1 FROM GENASA1.POLCANCEL
                        WHERE GENASA1.POLCANCEL.POLICYNUMBER =
                              POLICY.POLICYNUMBER)
               ORDER BY HOUSE.POLICYNUMBER
           END-EXEC.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.
       MAIN.

           PERFORM MARK-RUN-STARTED.
           PERFORM LOAD-THRESHOLDS.

           DISPLAY '------------------------------------------------'.
           DISPLAY 'LGDB2BBR BBR BUILDING REGISTER RECONCILIATION'.
           DISPLAY 'POLICY     CUSTOMER   POSTCODE R STATED         '
                   ' REGISTER'.

           PERFORM OPEN-CURSOR.
           PERFORM FETCH-CURSOR.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0

                   ADD 1 TO WS-CNT-CHECKED
                   PERFORM CHECK-ONE-HOUSE
                   PERFORM FETCH-CURSOR
           END-PERFORM.

           PERFORM CLOSE-CURSOR.

           DISPLAY '------------------------------------------------'.
           DISPLAY '  HOUSES CHECKED........: ' WS-CNT-CHECKED.
           DISPLAY '  NOT ON REGISTER.......: ' WS-CNT-NOT-FOUND.
           DISPLAY '  TYPE MISMATCH.........: ' WS-CNT-TYPE.
           DISPLAY '  THATCH NOT RATED......: ' WS-CNT-THATCH.
           DISPLAY '  UNDERINSURED..........: ' WS-CNT-VALUE.
           DISPLAY '  YEAR BUILT DIFFERS....: ' WS-CNT-YEAR.
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
           MOVE 'LGDB2BBR' TO RUN-JOBNAME.
           MOVE 'S' TO RUN-FUNCTION.
           CALL 'LGRUNLOG' USING WS-RUNLOG.
           IF RUN-RC = 4 THEN
              DISPLAY 'LGDB2BBR ALREADY MARKED RUNNING THIS CYCLE'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF RUN-RC = 6 THEN
              DISPLAY 'LGDB2BBR HELD - PREDECESSOR '
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
      *    A MISSING UWLIMITS ROW KEEPS THE DEFAULT THRESHOLD.
       LOAD-THRESHOLDS.
           MOVE 'BBRVALUEM2' TO WS-LIMIT-NAME.
           MOVE WS-RATE-M2 TO WS-LIMIT-VALUE.
           PERFORM READ-LIMIT.
           MOVE WS-LIMIT-VALUE TO WS-RATE-M2.

           MOVE 'BBRYEARDIFF' TO WS-LIMIT-NAME.
           MOVE WS-YEAR-TOL TO WS-LIMIT-VALUE.
           PERFORM READ-LIMIT.
           MOVE WS-LIMIT-VALUE TO WS-YEAR-TOL.

       READ-LIMIT.
           EXEC SQL
              SELECT LIMITVALUE
              INTO  :WS-LIMIT-VALUE
              FROM  GENASA1.UWLIMITS
              WHERE LIMITNAME = :WS-LIMIT-NAME
           END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM DISPLAY-SQL-ERROR
           END-IF.
           IF WS-LIMIT-VALUE < 0 THEN
              MOVE 0 TO WS-LIMIT-VALUE
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
                 INTO :DB2-POLICYNUMBER-INT,
                      :DB2-CUSTOMERNUMBER-INT,
                      :WS-BBR-POSTCODE,
                      :WS-BBR-HOUSENAME,
                      :WS-BBR-HOUSENUMBER,
                      :WS-FETCH-PROPERTYTYPE,
                      :DB2-HOU-VALUE,
                      :DB2-HOU-BUILTYEAR,
                      :WS-FETCH-ROOF
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
       CHECK-ONE-HOUSE.
           CALL 'BBRLOOK' USING WS-BBR-ADDRESS WS-BBR-BUILT-YEAR
                                WS-BBR-LIVING-AREA WS-BBR-ROOF
                                WS-BBR-USE WS-BBR-RC.
           EVALUATE WS-BBR-RC
               WHEN '0'
                  PERFORM COMPARE-WITH-REGISTER
               WHEN '1'
                  ADD 1 TO WS-CNT-NOT-FOUND
                  MOVE 'N' TO WS-REASON
                  MOVE WS-FETCH-PROPERTYTYPE TO WS-STATED
                  MOVE SPACES TO WS-REGISTER
                  PERFORM REPORT-HOUSE
               WHEN OTHER
                  ADD 1 TO WS-CNT-UNAVAILABLE
           END-EVALUATE.

      *    A HOUSE STATED AS THATCHED IS TYPED BY ITS ROOF, NOT BY
      *    ITS USE CODE, AND IS NOT A TYPE MISMATCH.
       COMPARE-WITH-REGISTER.
           EVALUATE WS-BBR-USE
               WHEN '120'
                  MOVE 'DETACHED' TO WS-BBR-TYPE
               WHEN '121'
                  MOVE 'SEMI-DETACHED' TO WS-BBR-TYPE
               WHEN '130'
               WHEN '131'
               WHEN '132'
                  MOVE 'TERRACED' TO WS-BBR-TYPE
               WHEN '140'
                  MOVE 'FLAT' TO WS-BBR-TYPE
               WHEN OTHER
                  MOVE SPACES TO WS-BBR-TYPE
           END-EVALUATE.

           IF WS-BBR-TYPE NOT = SPACES AND
              WS-FETCH-PROPERTYTYPE(1:8) NOT = 'THATCHED' AND
              WS-FETCH-PROPERTYTYPE NOT = WS-BBR-TYPE THEN
              ADD 1 TO WS-CNT-TYPE
              MOVE 'T' TO WS-REASON
              MOVE WS-FETCH-PROPERTYTYPE TO WS-STATED
              MOVE WS-BBR-TYPE TO WS-REGISTER
              PERFORM REPORT-HOUSE
           END-IF.

           IF WS-BBR-ROOF = '07' AND
              WS-FETCH-ROOF NOT = '07' AND
              WS-FETCH-PROPERTYTYPE(1:8) NOT = 'THATCHED' THEN
              ADD 1 TO WS-CNT-THATCH
              MOVE 'R' TO WS-REASON
              MOVE WS-FETCH-PROPERTYTYPE TO WS-STATED
              MOVE 'THATCHED ROOF' TO WS-REGISTER
              PERFORM REPORT-HOUSE
           END-IF.

           COMPUTE WS-REBUILD-VALUE =
                   WS-BBR-LIVING-AREA * WS-RATE-M2.
           IF WS-BBR-LIVING-AREA > 0 AND
              DB2-HOU-VALUE < WS-REBUILD-VALUE THEN
              ADD 1 TO WS-CNT-VALUE
              MOVE 'V' TO WS-REASON
              MOVE DB2-HOU-VALUE TO WS-DISP-NUMBER
              MOVE WS-DISP-NUMBER TO WS-STATED
              MOVE WS-REBUILD-VALUE TO WS-DISP-NUMBER
              MOVE WS-DISP-NUMBER TO WS-REGISTER
              PERFORM REPORT-HOUSE
           END-IF.

           IF DB2-HOU-BUILTYEAR > 0 AND WS-BBR-BUILT-YEAR > 0 THEN
              COMPUTE WS-YEAR-DIFF =
                      DB2-HOU-BUILTYEAR - WS-BBR-BUILT-YEAR
              IF WS-YEAR-DIFF < 0 THEN
                 COMPUTE WS-YEAR-DIFF = 0 - WS-YEAR-DIFF
              END-IF
              IF WS-YEAR-DIFF > WS-YEAR-TOL THEN
                 ADD 1 TO WS-CNT-YEAR
                 MOVE 'Y' TO WS-REASON
                 MOVE DB2-HOU-BUILTYEAR TO WS-DISP-NUMBER
                 MOVE WS-DISP-NUMBER TO WS-STATED
                 MOVE WS-BBR-BUILT-YEAR TO WS-DISP-NUMBER
                 MOVE WS-DISP-NUMBER TO WS-REGISTER
                 PERFORM REPORT-HOUSE
              END-IF
           END-IF.

       REPORT-HOUSE.
           ADD 1 TO WS-CNT-FLAGGED.
           MOVE DB2-POLICYNUMBER-INT TO WS-DISP-POLICY.
           MOVE DB2-CUSTOMERNUMBER-INT TO WS-DISP-CUSTOMER.
           DISPLAY WS-DISP-POLICY '  ' WS-DISP-CUSTOMER
                   '  ' WS-BBR-POSTCODE ' ' WS-REASON
                   ' ' WS-STATED ' ' WS-REGISTER.

      *----------------------------------------------------------------*
       DISPLAY-SQL-ERROR.

           DISPLAY 'SQLERROR'
           DISPLAY 'SQLCODE  ' SQLCODE
           DISPLAY 'SQLSTATE ' SQLSTATE.
           MOVE 'LGDB2BBR' TO ERR-PROGRAM.
           MOVE SPACES TO ERR-PARAGRAPH.
           MOVE SPACES TO ERR-KEY-VALUES.
           MOVE SQLCODE TO ERR-SQLCODE.
           MOVE SQLSTATE TO ERR-SQLSTATE.
           MOVE SQLERRMC TO ERR-SQLERRMC.
           CALL 'LGSQLERR' USING WS-SQLERR.

       END PROGRAM LGDB2BBR.
