       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGDB2PGR.
      *    PROFESSION-GROUP REMAP LIST. POLYCALM AND HOMECALC RATE A
      *    MOTOR OR HOUSE RISK ON THE CUSTOMER'S PROFESSION-GROUP
      *    CODE, BUT A CODE THAT HAS PASSED ITS PGMAST VALID-TO DATE
      *    (OR HAS BEEN REMOVED FROM THE MASTER) RATES NEUTRAL. THIS
      *    JOB LISTS EVERY CUSTOMER STILL HOLDING SUCH A CODE, WITH
      *    THE IN-FORCE MOTOR/HOUSE POLICIES IT AFFECTS, SO THE CODE
      *    CAN BE REMAPPED THROUGH ADDIPGMS, AND COUNTS THEM BY
      *    CODE. THE CHECK DATE IS TODAY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-TODAY-NUM                 PIC 9(8).

       01  WS-FETCH-CUSTOMER            PIC S9(9) COMP.
       01  WS-FETCH-FIRSTNAME           PIC X(10).
       01  WS-FETCH-LASTNAME            PIC X(20).
       01  WS-FETCH-PROFGROUP           PIC X(1).
       01  WS-FETCH-POLICIES            PIC S9(9) COMP.

       01  WS-PG-DESC                   PIC X(30).
       01  WS-PG-VALIDFROM              PIC 9(8).
       01  WS-PG-VALIDTO                PIC 9(8).
       01  WS-PG-OWNUNIT                PIC X(8).
       01  WS-PG-RC                     PIC X(1).
       01  WS-REASON                    PIC X(14).

       01  WS-PREV-PROFGROUP            PIC X(1) VALUE LOW-VALUE.
       01  WS-CODE-LISTED-SW            PIC X(1) VALUE 'N'.
           88 WS-CODE-LISTED                      VALUE 'Y'.
       01  WS-CODE-CUSTOMERS            PIC 9(7) VALUE 0.
       01  WS-CODE-POLICIES             PIC 9(7) VALUE 0.

       01  WS-DISP-CUSTOMER             PIC Z(8)9.
       01  WS-DISP-POLICIES             PIC ZZZ9.

       01  WS-CNT-READ                  PIC 9(7) VALUE 0.
       01  WS-CNT-LISTED                PIC 9(7) VALUE 0.
       01  WS-CNT-POLICIES              PIC 9(7) VALUE 0.

      * Central run-control (RUNLOG) interface
       01  WS-RUNLOG.
           COPY RUNCPY1.

      * SQLCA DB2 communications area
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             DECLARE C1 CURSOR FOR
               SELECT C.CUSTOMERNUMBER,
                      C.FIRSTNAME,
                      C.LASTNAME,
                      C.PROFGROUP,
                      (SELECT COUNT(*)
                         FROM POLICY P
                        WHERE P.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                          AND P.POLICYTYPE IN ('M', 'H')
                          AND P.EXPIRYDATE >= CURRENT DATE)
               FROM   CUSTOMER C
               WHERE  C.PROFGROUP IS NOT NULL
                 AND  C.PROFGROUP <> ' '
               ORDER BY C.PROFGROUP, C.CUSTOMERNUMBER
           END-EXEC.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.
       MAIN.

           PERFORM MARK-RUN-STARTED.

           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.

           DISPLAY '------------------------------------------------'
                   '--------------------'.
           DISPLAY 'LGDB2PGR PROFESSION-GROUP CODES TO REMAP - '
                   WS-TODAY-NUM.
           DISPLAY 'CODE REASON         CUSTOMER  NAME'
                   '                          M/H POL'.

           PERFORM OPEN-CURSOR.
           PERFORM FETCH-CURSOR.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0

                   ADD 1 TO WS-CNT-READ
                   PERFORM CHECK-ONE-CUSTOMER
                   PERFORM FETCH-CURSOR
           END-PERFORM.

           PERFORM CLOSE-CURSOR.

           PERFORM END-OF-CODE.

           DISPLAY '------------------------------------------------'
                   '--------------------'.
           DISPLAY 'CUSTOMERS WITH A CODE..: ' WS-CNT-READ.
           DISPLAY 'CUSTOMERS TO REMAP.....: ' WS-CNT-LISTED.
           DISPLAY 'IN-FORCE M/H POLICIES..: ' WS-CNT-POLICIES.
           DISPLAY '------------------------------------------------'
                   '--------------------'.

           PERFORM MARK-RUN-ENDED.

           STOP RUN.

      *    THE START CALL DOUBLES AS THE DOUBLE-START GUARD - A ROW
      *    STILL MARKED RUNNING FOR TODAY'S CYCLE STOPS THE JOB.
       MARK-RUN-STARTED.
           MOVE 'LGDB2PGR' TO RUN-JOBNAME.
           MOVE 'S' TO RUN-FUNCTION.
           CALL 'LGRUNLOG' USING WS-RUNLOG.
           IF RUN-RC = 4 THEN
              DISPLAY 'LGDB2PGR ALREADY MARKED RUNNING THIS CYCLE'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF RUN-RC = 6 THEN
              DISPLAY 'LGDB2PGR HELD - PREDECESSOR '
                      RUN-FAILED-PRED ' NOT ENDED CLEANLY'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       MARK-RUN-ENDED.
           MOVE 'E' TO RUN-FUNCTION.
           MOVE WS-CNT-READ TO RUN-RECORDS-READ.
           MOVE WS-CNT-LISTED TO RUN-RECORDS-WRITTEN.
           MOVE 0 TO RUN-RECORDS-REJECTED.
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
                 INTO :WS-FETCH-CUSTOMER,
                      :WS-FETCH-FIRSTNAME,
                      :WS-FETCH-LASTNAME,
                      :WS-FETCH-PROFGROUP,
                      :WS-FETCH-POLICIES
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
      *    THE CURSOR IS IN CODE ORDER, SO THE MASTER IS ASKED ONCE
      *    PER CODE AND THE PER-CODE COUNT CLOSES ON THE BREAK. A
      *    MASTER THAT WILL NOT OPEN MAKES THE LIST WORTHLESS AND
      *    STOPS THE JOB.
       CHECK-ONE-CUSTOMER.
           IF WS-FETCH-PROFGROUP NOT = WS-PREV-PROFGROUP THEN
              PERFORM END-OF-CODE
              MOVE WS-FETCH-PROFGROUP TO WS-PREV-PROFGROUP
              PERFORM LOOK-UP-CODE
           END-IF.

           IF WS-CODE-LISTED THEN
              ADD 1 TO WS-CODE-CUSTOMERS
              ADD WS-FETCH-POLICIES TO WS-CODE-POLICIES
              ADD 1 TO WS-CNT-LISTED
              ADD WS-FETCH-POLICIES TO WS-CNT-POLICIES
              MOVE WS-FETCH-CUSTOMER TO WS-DISP-CUSTOMER
              MOVE WS-FETCH-POLICIES TO WS-DISP-POLICIES
              DISPLAY '  ' WS-FETCH-PROFGROUP '  ' WS-REASON ' '
                      WS-DISP-CUSTOMER ' ' WS-FETCH-FIRSTNAME ' '
                      WS-FETCH-LASTNAME ' ' WS-DISP-POLICIES
           END-IF.

       LOOK-UP-CODE.
           MOVE 'N' TO WS-CODE-LISTED-SW.
           MOVE 0 TO WS-CODE-CUSTOMERS.
           MOVE 0 TO WS-CODE-POLICIES.
           MOVE SPACES TO WS-PG-DESC.
           CALL 'PGLOOK' USING WS-FETCH-PROFGROUP WS-PG-DESC
                               WS-PG-VALIDFROM WS-PG-VALIDTO
                               WS-PG-OWNUNIT WS-PG-RC.
           EVALUATE TRUE
              WHEN WS-PG-RC = '2'
                 DISPLAY 'LGDB2PGR - PGMAST UNAVAILABLE'
                 MOVE 16 TO RETURN-CODE
                 PERFORM MARK-RUN-ENDED
                 STOP RUN
              WHEN WS-PG-RC = '1'
                 MOVE 'NOT ON MASTER' TO WS-REASON
                 MOVE 'Y' TO WS-CODE-LISTED-SW
              WHEN WS-TODAY-NUM > WS-PG-VALIDTO
                 MOVE 'EXPIRED' TO WS-REASON
                 MOVE 'Y' TO WS-CODE-LISTED-SW
              WHEN WS-TODAY-NUM < WS-PG-VALIDFROM
                 MOVE 'NOT YET VALID' TO WS-REASON
                 MOVE 'Y' TO WS-CODE-LISTED-SW
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       END-OF-CODE.
           IF WS-CODE-LISTED THEN
              DISPLAY '  ' WS-PREV-PROFGROUP '  ' WS-PG-DESC
                      ' CUSTOMERS ' WS-CODE-CUSTOMERS
                      ' POLICIES ' WS-CODE-POLICIES
              MOVE 'N' TO WS-CODE-LISTED-SW
           END-IF.

      *----------------------------------------------------------------*
       DISPLAY-SQL-ERROR.

           DISPLAY 'SQLERROR'
           DISPLAY 'SQLCODE  ' SQLCODE
           DISPLAY 'SQLSTATE ' SQLSTATE.
           MOVE 'LGDB2PGR' TO ERR-PROGRAM.
           MOVE SPACES TO ERR-PARAGRAPH.
           MOVE SPACES TO ERR-KEY-VALUES.
           MOVE SQLCODE TO ERR-SQLCODE.
           MOVE SQLSTATE TO ERR-SQLSTATE.
           MOVE SQLERRMC TO ERR-SQLERRMC.
           CALL 'LGSQLERR' USING WS-SQLERR.

       END PROGRAM LGDB2PGR.
