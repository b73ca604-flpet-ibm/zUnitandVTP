      *    UP ON THE DMRMAST MASTER THROUGH DMRLOOK - A
      *    REGISTRATION THE REGISTER NO LONGER KNOWS IS A SOLD OR
      *    SCRAPPED VEHICLE WE ARE STILL COVERING, AND GOES ON THE
      *    EXCEPTION REPORT FOR UNDERWRITING TO CHASE. EVERY
      *    VEHICLE STILL ON THE SCHEDULE OF AN IN-FORCE FLEET
      *    POLICY IS CHECKED THE SAME WAY. RUN AFTER EACH DMRFILE
      *    EXTRACT LOAD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       01  WS-CNT-CHECKED               PIC 9(7) VALUE 0.
       01  WS-CNT-MISSING               PIC 9(7) VALUE 0.
       01  WS-CNT-UNAVAILABLE           PIC 9(7) VALUE 0.
       01  WS-CNT-FLEET-CHECKED         PIC 9(7) VALUE 0.

      * Central run-control (RUNLOG) interface
       01  WS-RUNLOG.
               ORDER BY MOTOR.POLICYNUMBER
           END-EXEC.

           EXEC SQL
             DECLARE C2 CURSOR FOR
               SELECT GENASA1.FLEETVEHICLE.POLICYNUMBER,
                      POLICY.CUSTOMERNUMBER,
                      GENASA1.FLEETVEHICLE.REGNUMBER
               FROM   GENASA1.FLEETVEHICLE, POLICY
               WHERE  GENASA1.FLEETVEHICLE.POLICYNUMBER =
                      POLICY.POLICYNUMBER
                 AND  GENASA1.FLEETVEHICLE.DATEOFF IS NULL
                 AND  NOT EXISTS
                      (SELECT 1 FROM GENASA1.POLCANCEL
                        WHERE GENASA1.POLCANCEL.POLICYNUMBER =
                              POLICY.POLICYNUMBER)
               ORDER BY GENASA1.FLEETVEHICLE.POLICYNUMBER,
                        GENASA1.FLEETVEHICLE.REGNUMBER
           END-EXEC.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.

           PERFORM CLOSE-CURSOR.

           PERFORM OPEN-FLEET-CURSOR.
           PERFORM FETCH-FLEET-CURSOR.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0

                   ADD 1 TO WS-CNT-FLEET-CHECKED
                   PERFORM CHECK-ONE-REGISTRATION
                   PERFORM FETCH-FLEET-CURSOR
           END-PERFORM.

           PERFORM CLOSE-FLEET-CURSOR.

           DISPLAY '------------------------------------------------'.
           DISPLAY '  MOTOR POLICIES CHECKED: ' WS-CNT-CHECKED.
           DISPLAY '  FLEET VEHICLES CHECKED: ' WS-CNT-FLEET-CHECKED.
           DISPLAY '  NOT ON REGISTER.......: ' WS-CNT-MISSING.
           DISPLAY '  LOOKUPS UNAVAILABLE...: ' WS-CNT-UNAVAILABLE.
           DISPLAY '------------------------------------------------'.

       MARK-RUN-ENDED.
           MOVE 'E' TO RUN-FUNCTION.
           COMPUTE RUN-RECORDS-READ =
                   WS-CNT-CHECKED + WS-CNT-FLEET-CHECKED.
           MOVE WS-CNT-MISSING TO RUN-RECORDS-WRITTEN.
           MOVE WS-CNT-UNAVAILABLE TO RUN-RECORDS-REJECTED.
           MOVE RETURN-CODE TO RUN-RETURN-CODE.
              PERFORM DISPLAY-SQL-ERROR
           END-IF.

      *    THE FLEET SCHEDULE - ONE ROW PER VEHICLE ON COVER.
       OPEN-FLEET-CURSOR.

            EXEC SQL OPEN C2 END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       FETCH-FLEET-CURSOR.

             EXEC SQL
                 FETCH C2
                 INTO :DB2-POLICYNUMBER-INT,
                      :DB2-CUSTOMERNUMBER-INT,
                      :WS-FETCH-REGNUMBER
             END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       CLOSE-FLEET-CURSOR.

            EXEC SQL CLOSE C2 END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
           END-IF.

      *----------------------------------------------------------------*
       CHECK-ONE-REGISTRATION.
           CALL 'DMRLOOK' USING WS-FETCH-REGNUMBER WS-DMR-MAKE
