           05  WS-EXCESS-DISCOUNT   PIC V99     VALUE .0.
           05  WS-BEDROOM-FACTOR    PIC V99     VALUE .05.
           05  WS-TYPE-FACTOR       PIC V99     VALUE .0.
           05  WS-AGE-FACTOR        PIC SV99    VALUE .0.

      *    PROFESSION-GROUP RATING - THE CUSTOMER'S PGMAST CODE,
      *    CHECKED THROUGH PGLOOK (OR BY AN ONLINE CALLER) FOR
      *    VALIDITY TODAY, AND ITS HOUSE LOADING (+) OR DISCOUNT (-)
      *    IN PERCENT OFF GENASA1.PROFGROUPRATE. NO ROW IS A
      *    NEUTRAL GROUP.
       01  WS-POLICYNUMBER      PIC S9(9) COMP.
       01  WS-PROF-GROUP        PIC X(1).
       01  WS-PG-FACTOR-PCT     PIC S9(3)V99 COMP-3 VALUE 0.
       01  WS-PG-DESC           PIC X(30).
       01  WS-PG-VALIDFROM      PIC 9(8).
       01  WS-PG-VALIDTO        PIC 9(8).
       01  WS-PG-OWNUNIT        PIC X(8).
       01  WS-PG-RC             PIC X(1).
       01  WS-PG-CALLER-STATUS  PIC X(1).
       01  WS-TODAY-NUM         PIC 9(8).

           EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LINKAGE-DATA.
                (1 + (BEDROOMS - 2) * WS-BEDROOM-FACTOR)
           END-IF

      *    A THATCHED ROOF ON THE BUILDING REGISTER CARRIES THE
      *    THATCH LOADING WHATEVER PROPERTY TYPE WAS STATED.
           EVALUATE TRUE
               WHEN ROOF-MATERIAL = '07'
                   MOVE 0.60 TO WS-TYPE-FACTOR
               WHEN PROPERTY-TYPE(1:8) = 'DETACHED'
                   MOVE 0.10 TO WS-TYPE-FACTOR
               WHEN PROPERTY-TYPE(1:8) = 'THATCHED'
           COMPUTE CALCULATED-PREMIUM = CALCULATED-PREMIUM *
             (1 + WS-TYPE-FACTOR)

      *    OLDER BUILDINGS MEAN OLDER WIRING, PIPES AND ROOFS -
      *    CONSTRUCTION YEAR FROM THE BUILDING REGISTER LOADS PRE-1980
      *    STOCK AND DISCOUNTS HOUSES BUILT TO THE 2010 REGULATIONS.
           MOVE 0 TO WS-AGE-FACTOR
           IF BUILT-YEAR NUMERIC AND BUILT-YEAR > 0 THEN
              EVALUATE TRUE
                  WHEN BUILT-YEAR < 1900
                      MOVE 0.20 TO WS-AGE-FACTOR
                  WHEN BUILT-YEAR < 1950
                      MOVE 0.10 TO WS-AGE-FACTOR
                  WHEN BUILT-YEAR < 1980
                      MOVE 0.05 TO WS-AGE-FACTOR
                  WHEN BUILT-YEAR >= 2010
                      MOVE -0.05 TO WS-AGE-FACTOR
                  WHEN OTHER
                      MOVE 0 TO WS-AGE-FACTOR
              END-EVALUATE
           END-IF

           COMPUTE CALCULATED-PREMIUM = CALCULATED-PREMIUM *
             (1 + WS-AGE-FACTOR)

           PERFORM RATE-PROF-GROUP THRU RATE-PROF-GROUP-EXIT
           IF SQLCODE < 0 THEN
              MOVE '08' TO RET-CODE
              GOBACK
           END-IF

           COMPUTE CALCULATED-PREMIUM = CALCULATED-PREMIUM *
             (1 + WS-PG-FACTOR-PCT / 100)

      *    VOLUNTARY-EXCESS ARRIVES ONLY FROM CALLERS BUILT AFTER
      *    THE FIELD WAS ADDED - ANYTHING NON-NUMERIC IS AN OLD
      *    CALLER'S UNINITIALISED STORAGE AND MEANS NO DISCOUNT.
           MOVE '00' TO RET-CODE

           GOBACK.

      *    THE CALLER'S CODE, ELSE THE ONE ON THE CUSTOMER HOLDING
      *    THE POLICY. A CODE PGMAST DOES NOT KNOW, OR ONE OUTSIDE
      *    ITS VALIDITY DATES TODAY, RATES NEUTRAL AND IS REPORTED
      *    BACK SO IT CAN BE REMAPPED. A MASTER THAT WILL NOT OPEN
      *    LETS THE CODE RATE UNVALIDATED. AN ONLINE CALLER CANNOT
      *    HAVE PGLOOK OPEN THE MASTER - IT READS PGMAST THROUGH
      *    CICS ITSELF AND PASSES ITS VERDICT IN
      *    (PROF-GROUP-CHECKED).
       RATE-PROF-GROUP.
           MOVE 0 TO WS-PG-FACTOR-PCT
           MOVE PROF-GROUP-STATUS TO WS-PG-CALLER-STATUS
           MOVE SPACE TO PROF-GROUP-STATUS
           MOVE 0 TO SQLCODE
           IF PROF-GROUP = SPACE OR PROF-GROUP = LOW-VALUE THEN
              MOVE SPACE TO WS-PROF-GROUP
              IF POLICY-NUM > 0 THEN
                 MOVE POLICY-NUM TO WS-POLICYNUMBER
                 EXEC SQL
                    SELECT COALESCE(C.PROFGROUP, ' ')
                    INTO  :WS-PROF-GROUP
                    FROM  POLICY P, CUSTOMER C
                    WHERE P.POLICYNUMBER = :WS-POLICYNUMBER
                      AND C.CUSTOMERNUMBER = P.CUSTOMERNUMBER
                 END-EXEC
                 IF SQLCODE < 0 THEN
                    GO TO RATE-PROF-GROUP-EXIT
                 END-IF
                 MOVE 0 TO SQLCODE
              END-IF
           ELSE
              MOVE PROF-GROUP TO WS-PROF-GROUP
           END-IF
           MOVE WS-PROF-GROUP TO PROF-GROUP
           IF WS-PROF-GROUP = SPACE THEN
              GO TO RATE-PROF-GROUP-EXIT
           END-IF

           IF PROF-GROUP-CHECKED = 'Y' THEN
              EVALUATE WS-PG-CALLER-STATUS
                 WHEN 'U'
                 WHEN 'E'
                    MOVE WS-PG-CALLER-STATUS TO PROF-GROUP-STATUS
                    GO TO RATE-PROF-GROUP-EXIT
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           ELSE
              CALL 'PGLOOK' USING WS-PROF-GROUP WS-PG-DESC
                                  WS-PG-VALIDFROM WS-PG-VALIDTO
                                  WS-PG-OWNUNIT WS-PG-RC
              ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD
              EVALUATE TRUE
                 WHEN WS-PG-RC = '1'
                    MOVE 'U' TO PROF-GROUP-STATUS
                    GO TO RATE-PROF-GROUP-EXIT
                 WHEN WS-PG-RC = '2'
                    CONTINUE
                 WHEN WS-TODAY-NUM < WS-PG-VALIDFROM OR
                      WS-TODAY-NUM > WS-PG-VALIDTO
                    MOVE 'E' TO PROF-GROUP-STATUS
                    GO TO RATE-PROF-GROUP-EXIT
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF

           EXEC SQL
              SELECT FACTORPCT
              INTO  :WS-PG-FACTOR-PCT
              FROM  GENASA1.PROFGROUPRATE
              WHERE PROFGROUP = :WS-PROF-GROUP
                AND POLICYTYPE = 'H'
           END-EXEC
           IF SQLCODE = 100 THEN
              MOVE 0 TO WS-PG-FACTOR-PCT
              MOVE 0 TO SQLCODE
           END-IF
           IF SQLCODE = 0 THEN
              MOVE 'A' TO PROF-GROUP-STATUS
           END-IF.

       RATE-PROF-GROUP-EXIT.
           EXIT.

       END PROGRAM HOMECALC.
