       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGDB2ALR.
      *    MONTHLY REVIEW OF THE PERSONAL-DATA ACCESS LOG THAT
      *    ALGPGM1 WRITES FOR EVERY CUSTOMER LOOKUP. THE SYSIN CARD
      *    NAMES THE MONTH (YYYY-MM IN COLUMNS 1-7, DEFAULT THE
      *    PREVIOUS CALENDAR MONTH) AND OPTIONALLY THE VOLUME
      *    THRESHOLD (COLUMNS 9-13, DISTINCT CUSTOMERS PER OPERATOR,
      *    DEFAULT 200) AND THE OUT-OF-HOURS THRESHOLD (COLUMNS
      *    15-19, LOOKUPS OUTSIDE 07:00-18:00 MONDAY TO FRIDAY,
      *    DEFAULT 10). THREE SECTIONS ARE PRINTED:
      *      1. EVERY OPERATOR WITH LOOKUPS, DISTINCT CUSTOMERS AND
      *         OUT-OF-HOURS LOOKUPS. AN OPERATOR ABOVE THE VOLUME
      *         THRESHOLD, OR ABOVE THREE TIMES THE AVERAGE
      *         OPERATOR, IS FLAGGED VOLUME; ONE AT OR ABOVE THE
      *         OUT-OF-HOURS THRESHOLD IS FLAGGED HOURS.
      *      2. EVERY LOOKUP OF A CUSTOMER WHOSE NAME AND POSTCODE
      *         MATCH AN ENTRY IN THE STAFF PHONEBOOK - A COLLEAGUE
      *         LOOKED UP. CPR-ONLY LOOKUPS ARE MATCHED TO THE
      *         CUSTOMER THROUGH THE CPR NUMBER.
      *      3. THE TOTALS.
      *    RC 4 WHEN ANYTHING IS FLAGGED, SO THE SCHEDULER CAN
      *    ROUTE THE REPORT TO THE DATA PROTECTION OFFICER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-REVIEW-CARD.
           05 WS-CARD-MONTH              PIC X(7).
           05 FILLER                     PIC X(1).
           05 WS-CARD-VOLUME             PIC X(5).
           05 WS-CARD-VOLUME-N REDEFINES WS-CARD-VOLUME
                                         PIC 9(5).
           05 FILLER                     PIC X(1).
           05 WS-CARD-HOURS              PIC X(5).
           05 WS-CARD-HOURS-N REDEFINES WS-CARD-HOURS
                                         PIC 9(5).
           05 FILLER                     PIC X(61).

       01  WS-TODAY.
           05 WS-TODAY-YEAR   PIC 9999.
           05 WS-TODAY-MONTH  PIC 99.
           05 WS-TODAY-DAY    PIC 99.

       01  WS-PERIOD-YEAR               PIC 9999.
       01  WS-PERIOD-MONTH              PIC 99.
       01  WS-PERIOD-START              PIC X(10).

      *    NORMAL WORKING DAY - A LOOKUP BEFORE THE START HOUR, AT
      *    OR AFTER THE END HOUR, OR ON A SATURDAY OR SUNDAY IS
      *    OUT OF HOURS.
       01  DB2-DAY-START-HOUR           PIC S9(4) COMP VALUE 7.
       01  DB2-DAY-END-HOUR             PIC S9(4) COMP VALUE 18.

       01  WS-VOLUME-THRESHOLD          PIC S9(9) COMP VALUE 200.
       01  WS-HOURS-THRESHOLD           PIC S9(9) COMP VALUE 10.
       01  DB2-AVERAGE-CUSTOMERS        PIC S9(9) COMP.
       01  WS-AVERAGE-LIMIT             PIC S9(9) COMP.

      *    FETCH HOST VARIABLES - OPERATOR SUMMARY
       01  WS-FETCH-OPERATOR            PIC X(8).
       01  DB2-LOOKUPS                  PIC S9(9) COMP.
       01  DB2-CUSTOMERS                PIC S9(9) COMP.
       01  DB2-OUT-OF-HOURS             PIC S9(9) COMP.

      *    FETCH HOST VARIABLES - COLLEAGUE LOOKUPS
       01  WS-FETCH-TS                  PIC X(26).
       01  WS-FETCH-PROGRAM             PIC X(8).
       01  DB2-CUSTOMERNUMBER-INT       PIC S9(9) COMP.
       01  WS-FETCH-FIRSTNAME           PIC X(10).
       01  WS-FETCH-LASTNAME            PIC X(20).
       01  WS-FETCH-EXTENSION           PIC X(10).

       01  WS-FLAGS                     PIC X(14).
       01  WS-FLAG-POS                  PIC S9(4) COMP.

       01  WS-EDIT-LOOKUPS              PIC Z(8)9.
       01  WS-EDIT-CUSTOMERS            PIC Z(8)9.
       01  WS-EDIT-HOURS                PIC Z(8)9.
       01  WS-EDIT-CUSTNUM              PIC Z(9)9.

       01  WS-CNT-OPERATORS             PIC 9(7) VALUE 0.
       01  WS-CNT-LOOKUPS               PIC 9(9) VALUE 0.
       01  WS-CNT-VOLUME-FLAGS          PIC 9(7) VALUE 0.
       01  WS-CNT-HOURS-FLAGS           PIC 9(7) VALUE 0.
       01  WS-CNT-COLLEAGUE             PIC 9(7) VALUE 0.

      * Central run-control (RUNLOG) interface
       01  WS-RUNLOG.
           COPY RUNCPY1.

      * SQLCA DB2 communications area
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    ONE ROW PER OPERATOR. A CPR-ONLY LOOKUP (CUSTOMER ZERO)
      *    COUNTS AS A CUSTOMER OF ITS OWN BY ITS CPR NUMBER.
           EXEC SQL
             DECLARE C1 CURSOR FOR
               SELECT OPERATOR,
                      COUNT(*),
                      COUNT(DISTINCT
                            CASE WHEN CUSTOMERNUMBER > 0
                                 THEN 'C' CONCAT CHAR(CUSTOMERNUMBER)
                                 ELSE 'P' CONCAT CPRNUMBER
                            END),
                      SUM(CASE WHEN HOUR(ACCESSTS)
                                    < :DB2-DAY-START-HOUR
                                 OR HOUR(ACCESSTS)
                                    >= :DB2-DAY-END-HOUR
                                 OR DAYOFWEEK(ACCESSTS) IN (1, 7)
                               THEN 1 ELSE 0
                          END)
               FROM   GENASA1.ACCESSLOG
               WHERE  ACCESSTS >= TIMESTAMP(:WS-PERIOD-START,
                                            '00.00.00')
                 AND  ACCESSTS <  TIMESTAMP(:WS-PERIOD-START,
                                            '00.00.00') + 1 MONTH
               GROUP BY OPERATOR
               ORDER BY 3 DESC, OPERATOR
           END-EXEC.

      *    A CUSTOMER WHOSE FIRST NAME, LAST NAME AND POSTCODE ALL
      *    MATCH A PHONEBOOK ENTRY IS TAKEN TO BE A MEMBER OF STAFF.
           EXEC SQL
             DECLARE C2 CURSOR FOR
               SELECT A.ACCESSTS,
                      A.OPERATOR,
                      A.PROGRAMNAME,
                      C.CUSTOMERNUMBER,
                      C.FIRSTNAME,
                      C.LASTNAME,
                      COALESCE(P.EXTENSION, ' ')
               FROM   GENASA1.ACCESSLOG A,
                      CUSTOMER C,
                      GENASA1.PHONEBOOK P
               WHERE  A.ACCESSTS >= TIMESTAMP(:WS-PERIOD-START,
                                              '00.00.00')
                 AND  A.ACCESSTS <  TIMESTAMP(:WS-PERIOD-START,
                                              '00.00.00') + 1 MONTH
                 AND  (A.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                       OR (A.CUSTOMERNUMBER = 0
                           AND A.CPRNUMBER = C.CPRNUMBER))
                 AND  C.LASTNAME  = P.LASTNAME
                 AND  C.FIRSTNAME = P.FIRSTNAME
                 AND  C.POSTCODE  = P.ZIPCODE
               ORDER BY A.OPERATOR, A.ACCESSTS
           END-EXEC.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.
       MAIN.

           PERFORM MARK-RUN-STARTED.

           MOVE SPACES TO WS-REVIEW-CARD.
           ACCEPT WS-REVIEW-CARD FROM SYSIN.
           PERFORM SET-REVIEW-PERIOD.
           IF WS-CARD-VOLUME-N NUMERIC AND WS-CARD-VOLUME-N > 0 THEN
              MOVE WS-CARD-VOLUME-N TO WS-VOLUME-THRESHOLD
           END-IF.
           IF WS-CARD-HOURS-N NUMERIC AND WS-CARD-HOURS-N > 0 THEN
              MOVE WS-CARD-HOURS-N TO WS-HOURS-THRESHOLD
           END-IF.

           DISPLAY '-----------------------------------------------'.
           DISPLAY 'LGDB2ALR PERSONAL-DATA ACCESS REVIEW'.
           DISPLAY 'MONTH: ' WS-PERIOD-START(1:7).
           DISPLAY '-----------------------------------------------'.

           PERFORM GET-AVERAGE-CUSTOMERS.
           PERFORM REPORT-OPERATORS.
           PERFORM REPORT-COLLEAGUE-LOOKUPS.

           PERFORM DISPLAY-SUMMARY.

           IF WS-CNT-VOLUME-FLAGS > 0 OR WS-CNT-HOURS-FLAGS > 0
              OR WS-CNT-COLLEAGUE > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM MARK-RUN-ENDED.

           STOP RUN.

      *    THE START CALL DOUBLES AS THE DOUBLE-START GUARD - A ROW
      *    STILL MARKED RUNNING FOR TODAY'S CYCLE STOPS THE JOB.
       MARK-RUN-STARTED.
           MOVE 'LGDB2ALR' TO RUN-JOBNAME.
           MOVE 'S' TO RUN-FUNCTION.
           CALL 'LGRUNLOG' USING WS-RUNLOG.
           IF RUN-RC = 4 THEN
              DISPLAY 'LGDB2ALR ALREADY MARKED RUNNING THIS CYCLE'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF RUN-RC = 6 THEN
              DISPLAY 'LGDB2ALR HELD - PREDECESSOR '
                      RUN-FAILED-PRED ' NOT ENDED CLEANLY'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       MARK-RUN-ENDED.
           MOVE 'E' TO RUN-FUNCTION.
           MOVE WS-CNT-LOOKUPS TO RUN-RECORDS-READ.
           COMPUTE RUN-RECORDS-WRITTEN = WS-CNT-VOLUME-FLAGS
                 + WS-CNT-HOURS-FLAGS + WS-CNT-COLLEAGUE.
           MOVE 0 TO RUN-RECORDS-REJECTED.
           MOVE RETURN-CODE TO RUN-RETURN-CODE.
           CALL 'LGRUNLOG' USING WS-RUNLOG.

      *    A VALID YYYY-MM ON THE CARD WINS; ANYTHING ELSE REVIEWS
      *    THE CALENDAR MONTH BEFORE THE CURRENT ONE.
       SET-REVIEW-PERIOD.
           IF WS-CARD-MONTH(1:4) NUMERIC AND
              WS-CARD-MONTH(5:1) = '-' AND
              WS-CARD-MONTH(6:2) NUMERIC AND
              WS-CARD-MONTH(6:2) >= '01' AND
              WS-CARD-MONTH(6:2) <= '12' THEN
              MOVE WS-CARD-MONTH(1:4) TO WS-PERIOD-YEAR
              MOVE WS-CARD-MONTH(6:2) TO WS-PERIOD-MONTH
           ELSE
              ACCEPT WS-TODAY FROM DATE YYYYMMDD
              IF WS-TODAY-MONTH = 1 THEN
                 COMPUTE WS-PERIOD-YEAR = WS-TODAY-YEAR - 1
                 MOVE 12 TO WS-PERIOD-MONTH
              ELSE
                 MOVE WS-TODAY-YEAR TO WS-PERIOD-YEAR
                 COMPUTE WS-PERIOD-MONTH = WS-TODAY-MONTH - 1
              END-IF
           END-IF.
           MOVE SPACES TO WS-PERIOD-START.
           STRING WS-PERIOD-YEAR '-' WS-PERIOD-MONTH '-01'
                  DELIMITED BY SIZE INTO WS-PERIOD-START.

      *    THE AVERAGE DISTINCT-CUSTOMER COUNT ACROSS ALL OPERATORS
      *    ACTIVE IN THE MONTH - THE YARDSTICK FOR THE RELATIVE
      *    VOLUME TEST.
       GET-AVERAGE-CUSTOMERS.
           EXEC SQL
              SELECT COALESCE(AVG(T.CUSTOMERS), 0)
              INTO  :DB2-AVERAGE-CUSTOMERS
              FROM (SELECT COUNT(DISTINCT
                           CASE WHEN CUSTOMERNUMBER > 0
                                THEN 'C' CONCAT CHAR(CUSTOMERNUMBER)
                                ELSE 'P' CONCAT CPRNUMBER
                           END) AS CUSTOMERS
                    FROM   GENASA1.ACCESSLOG
                    WHERE  ACCESSTS >= TIMESTAMP(:WS-PERIOD-START,
                                                 '00.00.00')
                      AND  ACCESSTS <  TIMESTAMP(:WS-PERIOD-START,
                                                 '00.00.00')
                                       + 1 MONTH
                    GROUP BY OPERATOR) AS T
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           COMPUTE WS-AVERAGE-LIMIT = DB2-AVERAGE-CUSTOMERS * 3.

      *----------------------------------------------------------------*
       REPORT-OPERATORS.
           DISPLAY 'OPERATOR    LOOKUPS  CUSTOMERS  OUT-HOURS  FLAGS'.

           EXEC SQL OPEN C1 END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM FETCH-C1.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0
              ADD 1 TO WS-CNT-OPERATORS
              ADD DB2-LOOKUPS TO WS-CNT-LOOKUPS
              PERFORM FLAG-ONE-OPERATOR
              MOVE DB2-LOOKUPS TO WS-EDIT-LOOKUPS
              MOVE DB2-CUSTOMERS TO WS-EDIT-CUSTOMERS
              MOVE DB2-OUT-OF-HOURS TO WS-EDIT-HOURS
              DISPLAY WS-FETCH-OPERATOR ' ' WS-EDIT-LOOKUPS
                      '  ' WS-EDIT-CUSTOMERS '  ' WS-EDIT-HOURS
                      '  ' WS-FLAGS
              PERFORM FETCH-C1
           END-PERFORM.

           EXEC SQL CLOSE C1 END-EXEC.
           DISPLAY '-----------------------------------------------'.

       FETCH-C1.
           EXEC SQL
              FETCH C1
              INTO :WS-FETCH-OPERATOR, :DB2-LOOKUPS,
                   :DB2-CUSTOMERS, :DB2-OUT-OF-HOURS
           END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       FLAG-ONE-OPERATOR.
           MOVE SPACES TO WS-FLAGS.
           MOVE 1 TO WS-FLAG-POS.
           IF DB2-CUSTOMERS > WS-VOLUME-THRESHOLD OR
              DB2-CUSTOMERS > WS-AVERAGE-LIMIT THEN
              ADD 1 TO WS-CNT-VOLUME-FLAGS
              STRING 'VOLUME '
                     DELIMITED BY SIZE INTO WS-FLAGS
                     WITH POINTER WS-FLAG-POS
           END-IF.
           IF DB2-OUT-OF-HOURS >= WS-HOURS-THRESHOLD THEN
              ADD 1 TO WS-CNT-HOURS-FLAGS
              STRING 'HOURS'
                     DELIMITED BY SIZE INTO WS-FLAGS
                     WITH POINTER WS-FLAG-POS
           END-IF.

      *----------------------------------------------------------------*
       REPORT-COLLEAGUE-LOOKUPS.
           DISPLAY 'LOOKUPS OF STAFF FOUND IN THE PHONEBOOK'.
           DISPLAY 'OPERATOR TIMESTAMP                  PROGRAM  '
                   '  CUSTOMER NAME                          EXT'.

           EXEC SQL OPEN C2 END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM FETCH-C2.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0
              ADD 1 TO WS-CNT-COLLEAGUE
              MOVE DB2-CUSTOMERNUMBER-INT TO WS-EDIT-CUSTNUM
              DISPLAY WS-FETCH-OPERATOR ' ' WS-FETCH-TS ' '
                      WS-FETCH-PROGRAM ' ' WS-EDIT-CUSTNUM ' '
                      WS-FETCH-FIRSTNAME ' ' WS-FETCH-LASTNAME ' '
                      WS-FETCH-EXTENSION
              PERFORM FETCH-C2
           END-PERFORM.

           EXEC SQL CLOSE C2 END-EXEC.
           DISPLAY '-----------------------------------------------'.

       FETCH-C2.
           EXEC SQL
              FETCH C2
              INTO :WS-FETCH-TS, :WS-FETCH-OPERATOR,
                   :WS-FETCH-PROGRAM, :DB2-CUSTOMERNUMBER-INT,
                   :WS-FETCH-FIRSTNAME, :WS-FETCH-LASTNAME,
                   :WS-FETCH-EXTENSION
           END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *----------------------------------------------------------------*
       DISPLAY-SQL-ERROR.

           DISPLAY 'SQLERROR'
           DISPLAY 'SQLCODE  ' SQLCODE
           DISPLAY 'SQLSTATE ' SQLSTATE.
           MOVE 'LGDB2ALR' TO ERR-PROGRAM.
           MOVE SPACES TO ERR-PARAGRAPH.
           MOVE SPACES TO ERR-KEY-VALUES.
           MOVE SQLCODE TO ERR-SQLCODE.
           MOVE SQLSTATE TO ERR-SQLSTATE.
           MOVE SQLERRMC TO ERR-SQLERRMC.
           CALL 'LGSQLERR' USING WS-SQLERR.

       DISPLAY-SUMMARY.
           DISPLAY 'LGDB2ALR END OF JOB SUMMARY'.
           DISPLAY '  OPERATORS.............: ' WS-CNT-OPERATORS.
           DISPLAY '  LOOKUPS...............: ' WS-CNT-LOOKUPS.
           DISPLAY '  VOLUME FLAGS..........: ' WS-CNT-VOLUME-FLAGS.
           DISPLAY '  OUT-OF-HOURS FLAGS....: ' WS-CNT-HOURS-FLAGS.
           DISPLAY '  COLLEAGUE LOOKUPS.....: ' WS-CNT-COLLEAGUE.
           DISPLAY '-----------------------------------------------'.

       END PROGRAM LGDB2ALR.
