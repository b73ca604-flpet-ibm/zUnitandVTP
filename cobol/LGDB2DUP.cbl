       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGDB2DUP.
      *    CUSTOMER DEDUPE AND MERGE BATCH. REPORT MODE (SYSIN 'R',
      *    THE DEFAULT) PAIRS CUSTOMER ROWS SHARING A CPRNUMBER, ROWS
      *    SHARING THE SAME FOREIGN IDENTITY (PASSPORT OR FOREIGN
      *    NATIONAL ID OF THE SAME ISSUING COUNTRY AND NUMBER), OR
      *    MATCHING ON LASTNAME PLUS DATEOFBIRTH PLUS POSTCODE WHEN
      *    NO CPR KEEPS THE TWO APART, AND WRITES A CANDIDATES FILE
      *    FOR REVIEW. APPLY MODE (SYSIN 'A') READS THE REVIEWED,
      *    CONFIRMED PAIRS BACK FROM CONFIRMIN, RE-POINTS
      *    POLICY.CUSTOMERNUMBER AT THE SURVIVOR, RETIRES THE
      *    DUPLICATE (CUSTOMER AND CUSTOMER_SECURE ROWS) AND
      *    RECORDS THE MERGE IN CUSTMERGE SO THE OLD NUMBER STAYS
      *    RESOLVABLE.
      *    APPLY MODE HOLDS THE ONLINE MAINTENANCE WINDOW OPEN FOR
      *    ITS RUN, SO CUSTOMER UPDATES CANNOT LAND ON A DUPLICATE
      *    WHILE IT IS BEING RETIRED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
                 AND  A.CUSTOMERNUMBER < B.CUSTOMERNUMBER
           END-EXEC.

      *    PAIRS HOLDING THE SAME PASSPORT OR FOREIGN NATIONAL ID -
      *    SAME TYPE, ISSUING COUNTRY AND NUMBER.
           EXEC SQL
             DECLARE C3 CURSOR FOR
               SELECT A.CUSTOMERNUMBER, B.CUSTOMERNUMBER,
                      A.LASTNAME, A.DATEOFBIRTH
               FROM   CUSTOMER A, CUSTOMER B
               WHERE  A.IDTYPE IN ('P', 'N')
                 AND  A.IDTYPE = B.IDTYPE
                 AND  A.IDCOUNTRY = B.IDCOUNTRY
                 AND  A.IDNUMBER = B.IDNUMBER
                 AND  A.IDNUMBER > ' '
                 AND  A.CUSTOMERNUMBER < B.CUSTOMERNUMBER
           END-EXEC.

      *    PAIRS MATCHING ON NAME, BIRTH DATE AND POSTCODE WHERE NO
      *    CPR SETTLES IT: NEITHER HAS A CPR, OR ONE SIDE IS A
      *    FOREIGN-ID HOLDER WITHOUT ONE (A FOREIGN WORKER WHO HAS
      *    SINCE BEEN GIVEN A CPR). TWO DIFFERENT FOREIGN DOCUMENTS
      *    STILL PAIR, AS A RENEWED PASSPORT CARRIES A NEW NUMBER;
      *    THE SAME DOCUMENT ON BOTH IS LEFT TO C3.
           EXEC SQL
             DECLARE C2 CURSOR FOR
               SELECT A.CUSTOMERNUMBER, B.CUSTOMERNUMBER,
                      A.LASTNAME, A.DATEOFBIRTH
               FROM   CUSTOMER A, CUSTOMER B
               WHERE  ((COALESCE(A.CPRNUMBER, ' ') = ' '
                   AND COALESCE(B.CPRNUMBER, ' ') = ' ')
                  OR  (COALESCE(A.CPRNUMBER, ' ') = ' '
                   AND A.IDTYPE IN ('P', 'N'))
                  OR  (COALESCE(B.CPRNUMBER, ' ') = ' '
                   AND B.IDTYPE IN ('P', 'N')))
                 AND  NOT (COALESCE(A.IDTYPE, ' ') IN ('P', 'N')
                      AND COALESCE(A.IDTYPE, ' ') =
                          COALESCE(B.IDTYPE, ' ')
                      AND COALESCE(A.IDCOUNTRY, ' ') =
                          COALESCE(B.IDCOUNTRY, ' ')
                      AND COALESCE(A.IDNUMBER, ' ') =
                          COALESCE(B.IDNUMBER, ' ')
                      AND COALESCE(A.IDNUMBER, ' ') > ' ')
                 AND  A.LASTNAME = B.LASTNAME
                 AND  A.DATEOFBIRTH = B.DATEOFBIRTH
                 AND  A.POSTCODE = B.POSTCODE
       01  WS-SQLERR.
           COPY ERRCPY1.

      * Central run-control interface
       01  WS-RUNLOG.
           COPY RUNCPY1.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
              MOVE 'R' TO WS-MODE
           END-IF.

           PERFORM MARK-RUN-STARTED.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-RUN-DATE-ISO.
           STRING WS-TODAY-YEAR '-' WS-TODAY-MONTH '-' WS-TODAY-DAY
           EXEC SQL COMMIT END-EXEC.

           PERFORM DISPLAY-SUMMARY.

           PERFORM MARK-RUN-ENDED.
           STOP RUN.

       MARK-RUN-STARTED.
           MOVE 'LGDB2DUP' TO RUN-JOBNAME.
           MOVE 'S' TO RUN-FUNCTION.
           IF WS-MODE = 'A' THEN
              MOVE 'Y' TO RUN-MAINT-WINDOW
           ELSE
              MOVE 'N' TO RUN-MAINT-WINDOW
           END-IF.
           CALL 'LGRUNLOG' USING WS-RUNLOG.
           IF RUN-RC = 4 THEN
              DISPLAY 'LGDB2DUP ALREADY MARKED RUNNING THIS CYCLE'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF RUN-RC = 6 THEN
              DISPLAY 'LGDB2DUP HELD - PREDECESSOR '
                      RUN-FAILED-PRED ' NOT ENDED CLEANLY'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       MARK-RUN-ENDED.
           MOVE 'E' TO RUN-FUNCTION.
           IF WS-MODE = 'A' THEN
              MOVE WS-CNT-MERGED TO RUN-RECORDS-READ
              ADD WS-CNT-REJECTED TO RUN-RECORDS-READ
           ELSE
              MOVE WS-CNT-CANDIDATES TO RUN-RECORDS-READ
           END-IF.
           MOVE WS-CNT-MERGED TO RUN-RECORDS-WRITTEN.
           MOVE WS-CNT-REJECTED TO RUN-RECORDS-REJECTED.
           MOVE RETURN-CODE TO RUN-RETURN-CODE.
           CALL 'LGRUNLOG' USING WS-RUNLOG.

       COMMIT-CHECKPOINT.
           ADD 1 TO WS-ROWS-SINCE-COMMIT.
           IF WS-ROWS-SINCE-COMMIT >= WS-COMMIT-INTERVAL THEN
              DISPLAY 'LGDB2DUP FILE STATUS AT OPEN CANDOUT '
                      CANDOUT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM MARK-RUN-ENDED
              STOP RUN
           END-IF.

           END-PERFORM.
           EXEC SQL CLOSE C1 END-EXEC.

           EXEC SQL OPEN C3 END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
           END-IF.
           PERFORM FETCH-C3.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0
              MOVE 'SAME FOREIGN ID' TO WS-MATCH-RULE
              PERFORM WRITE-CANDIDATE
              PERFORM FETCH-C3
           END-PERFORM.
           EXEC SQL CLOSE C3 END-EXEC.

           EXEC SQL OPEN C2 END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              MOVE 16 TO RETURN-CODE
           END-IF.

       FETCH-C3.
           EXEC SQL
              FETCH C3
              INTO :WS-SURVIVOR, :WS-DUPLICATE,
                   :WS-LASTNAME, :WS-DOB
           END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              MOVE 16 TO RETURN-CODE
           END-IF.

       WRITE-CANDIDATE.
           MOVE SPACES TO CAND-RECORD.
           MOVE WS-MATCH-RULE TO CD-MATCH-RULE.
              DISPLAY 'LGDB2DUP FILE STATUS AT OPEN CONFIRMIN '
                      CONFIRMIN-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM MARK-RUN-ENDED
              STOP RUN
           END-IF.

