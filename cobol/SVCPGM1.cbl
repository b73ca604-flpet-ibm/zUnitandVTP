       ID DIVISION.
       PROGRAM-ID. SVCPGM1.
      ***
      *
      *    (C) 2026 IBM FLEMMING PETERSEN
      *    ONLINE SERVICE-AVAILABILITY CHECK. LGDB2BIL, LGDB2PAY AND
      *    LGDB2DUP'S APPLY MODE OPEN A MAINTENANCE WINDOW ON
      *    GENASA1.SVCAVAIL THROUGH LGRUNLOG'S START CALL AND CLOSE
      *    IT THROUGH THE END CALL. THE UPDATE SERVICES (POLPGM1,
      *    CLMPGM1, THE ADDIPGM CUSTOMER UPDATES AND MQPGM1) CALL
      *    THIS BEFORE CHANGING ANYTHING AND REFUSE THE UPDATE WITH
      *    RETURN CODE 96 AND THE CLOSING TIME WHILE ANY WINDOW IS
      *    OPEN. A WINDOW PAST ITS UNTILTS NO LONGER COUNTS, SO A
      *    JOB THAT ABENDS WITHOUT ITS END CALL CANNOT LOCK THE
      *    ONLINE DAY OUT FOR LONGER THAN ITS SLA ALLOWED.
      *    READ WITH UR - THE CHECK MUST NEVER QUEUE BEHIND THE
      *    BATCH JOB IT IS CHECKING FOR.
      *    RETURN CODES: 0 OK, 8 SQL ERROR (TREATED AS NO WINDOW).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-WINDOW-COUNT             PIC S9(9) COMP.
       01  WS-UNTIL                    PIC X(5).

           EXEC SQL INCLUDE SQLCA      END-EXEC.

      * Host variables for the service-availability table
           EXEC SQL INCLUDE SVCAVAIL   END-EXEC.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.

       LINKAGE SECTION.
       01  MY-SVC.
           COPY SVCCPY1.

       PROCEDURE DIVISION USING MY-SVC.
      *
       MAIN SECTION.
       MAIN1.

           MOVE 'N' TO SVC-IN-MAINT IN MY-SVC
           MOVE SPACES TO SVC-UNTIL IN MY-SVC
           MOVE 0 TO SVC-RC IN MY-SVC

           EXEC SQL
              SELECT COUNT(*),
                     COALESCE(SUBSTR(CHAR(TIME(MAX(UNTILTS)), JIS),
                                     1, 5), ' ')
              INTO   :WS-WINDOW-COUNT, :WS-UNTIL
              FROM   GENASA1.SVCAVAIL
              WHERE  UNTILTS > CURRENT TIMESTAMP
              WITH UR
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                  PERFORM LOG-SQL-ERROR
                  MOVE 8 TO SVC-RC IN MY-SVC
               WHEN WS-WINDOW-COUNT > 0
                  MOVE 'Y' TO SVC-IN-MAINT IN MY-SVC
                  MOVE WS-UNTIL TO SVC-UNTIL IN MY-SVC
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.

           GOBACK.

       LOG-SQL-ERROR.
           MOVE 'SVCPGM1 ' TO ERR-PROGRAM
           MOVE SPACES TO ERR-PARAGRAPH
           MOVE SPACES TO ERR-KEY-VALUES
           MOVE SQLCODE TO ERR-SQLCODE
           MOVE SQLSTATE TO ERR-SQLSTATE
           MOVE SQLERRMC TO ERR-SQLERRMC
           CALL 'LGSQLERR' USING WS-SQLERR.

       END PROGRAM SVCPGM1.
