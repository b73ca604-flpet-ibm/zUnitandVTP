       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-VARIABLES.
           05  WS-COVERAGE-FACTOR   PIC V99     VALUE .0.
           05  WS-CC-FACTOR         PIC V99     VALUE .0.
           05  WS-ACCIDENT-FACTOR   PIC V99     VALUE .0.
       01  WS-TODAY-ISO         PIC X(10).
       01  WS-AGD-AGE           PIC S9(5)V99.

      *    THE MOTOR TARIFF - THE MOTORRATE VERSION IN FORCE ON THE
      *    RATING DATE, MAINTAINED BY THE PRICING TEAM THROUGH
      *    MRTPGM1. WS-STD-MOTOR-RATE HOLDS THE STANDARD FACTORS
      *    AND IS COPIED OVER WS-MOTOR-RATE ON EVERY CALL, SO THEY
      *    APPLY (AS VERSION 0) WHEN NO VERSION IS IN FORCE - NOT
      *    WHATEVER AN EARLIER CALL FROM THE SAME BATCH LOADED.
      *    PERCENTAGES ARE WHOLE PERCENT, THE CAR-VALUE FACTOR IS
      *    IN BASIS POINTS OF THE VALUE.
       01  WS-RATING-DATE       PIC X(10).
       01  WS-REQ-VERSION       PIC S9(9) COMP.
       01  WS-STD-MOTOR-RATE.
           05  WS-SR-VERSION        PIC S9(9) COMP VALUE 0.
           05  WS-SR-BASE-RATE      PIC S9(5)V99 COMP-3 VALUE 100.00.
           05  WS-SR-YOUNG-AGE      PIC S9(4) COMP VALUE 25.
           05  WS-SR-AGE-LOAD       PIC S9(4) COMP VALUE 2.
           05  WS-SR-CAR-BP         PIC S9(4) COMP VALUE 10.
           05  WS-SR-BASIC-PCT      PIC S9(4) COMP VALUE 20.
           05  WS-SR-STANDARD-PCT   PIC S9(4) COMP VALUE 40.
           05  WS-SR-PREMIUM-PCT    PIC S9(4) COMP VALUE 60.
           05  WS-SR-CC-BAND1       PIC S9(4) COMP VALUE 1600.
           05  WS-SR-CC-LOAD1       PIC S9(4) COMP VALUE 8.
           05  WS-SR-CC-BAND2       PIC S9(4) COMP VALUE 2000.
           05  WS-SR-CC-LOAD2       PIC S9(4) COMP VALUE 15.
           05  WS-SR-ACC-PCT        PIC S9(4) COMP VALUE 5.
           05  WS-SR-ACC-CAP        PIC S9(4) COMP VALUE 5.
       01  WS-MOTOR-RATE.
           05  WS-MR-VERSION        PIC S9(9) COMP.
           05  WS-MR-BASE-RATE      PIC S9(5)V99 COMP-3.
           05  WS-MR-YOUNG-AGE      PIC S9(4) COMP.
           05  WS-MR-AGE-LOAD       PIC S9(4) COMP.
           05  WS-MR-CAR-BP         PIC S9(4) COMP.
           05  WS-MR-BASIC-PCT      PIC S9(4) COMP.
           05  WS-MR-STANDARD-PCT   PIC S9(4) COMP.
           05  WS-MR-PREMIUM-PCT    PIC S9(4) COMP.
           05  WS-MR-CC-BAND1       PIC S9(4) COMP.
           05  WS-MR-CC-LOAD1       PIC S9(4) COMP.
           05  WS-MR-CC-BAND2       PIC S9(4) COMP.
           05  WS-MR-CC-LOAD2       PIC S9(4) COMP.
           05  WS-MR-ACC-PCT        PIC S9(4) COMP.
           05  WS-MR-ACC-CAP        PIC S9(4) COMP.

      *    PROFESSION-GROUP RATING - THE CUSTOMER'S PGMAST CODE,
      *    CHECKED THROUGH PGLOOK (OR BY AN ONLINE CALLER) FOR
      *    VALIDITY ON THE RATING DATE, AND ITS MOTOR LOADING (+)
      *    OR DISCOUNT (-) IN PERCENT OFF GENASA1.PROFGROUPRATE. NO
      *    ROW IS A NEUTRAL GROUP.
       01  WS-PROF-GROUP        PIC X(1).
       01  WS-PG-FACTOR-PCT     PIC S9(3)V99 COMP-3 VALUE 0.
       01  WS-PG-DESC           PIC X(30).
       01  WS-PG-VALIDFROM      PIC 9(8).
       01  WS-PG-VALIDTO        PIC 9(8).
       01  WS-PG-OWNUNIT        PIC X(8).
       01  WS-PG-RC             PIC X(1).
       01  WS-PG-CALLER-STATUS  PIC X(1).
       01  WS-RATING-NUM        PIC 9(8).

           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE MOTOR  END-EXEC.

       MAIN-LOGIC.
           MOVE ZEROES TO CALCULATED-PREMIUM

      *    A CALLER MAY ASK FOR ONE VERSION BY NUMBER - THE
      *    RATE-CHANGE SIMULATION PRICES ON A PROPOSED TARIFF THAT
      *    IS NOT IN FORCE YET. OTHERWISE THE RATING DATE DECIDES.
           IF RATE-VERSION NUMERIC AND RATE-VERSION > 0 THEN
              MOVE RATE-VERSION TO WS-REQ-VERSION
           ELSE
              MOVE 0 TO WS-REQ-VERSION
           END-IF
           MOVE ZEROES TO RATE-VERSION

      *    A QUOTE PRICES TODAY, A RENEWAL ON ITS RENEWAL DATE AND
      *    AN ENDORSEMENT ON ITS ENDORSEMENT DATE - ANYTHING THAT IS
      *    NOT A DATE IS AN OLD CALLER AND MEANS TODAY.
           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD
           IF RATING-DATE(1:4) NUMERIC AND RATING-DATE(5:1) = '-'
              AND RATING-DATE(8:1) = '-' THEN
              MOVE RATING-DATE TO WS-RATING-DATE
           ELSE
              MOVE SPACES TO WS-RATING-DATE
              STRING WS-TODAY-NUM(1:4) '-' WS-TODAY-NUM(5:2) '-'
                     WS-TODAY-NUM(7:2)
                     DELIMITED BY SIZE INTO WS-RATING-DATE
           END-IF

           MOVE WS-STD-MOTOR-RATE TO WS-MOTOR-RATE
           IF WS-REQ-VERSION > 0 THEN
              PERFORM LOAD-REQUESTED-RATE
              IF SQLCODE = 100 THEN
                 MOVE '16' TO RET-CODE
                 GOBACK
              END-IF
           ELSE
              PERFORM LOAD-MOTOR-RATE
           END-IF
           IF SQLCODE < 0 THEN
              MOVE '08' TO RET-CODE
              GOBACK
           END-IF
           MOVE WS-MR-VERSION TO RATE-VERSION

           MOVE POLICY-NUM TO POLICYNUMBER
           PERFORM DERIVE-RATING-AGE THRU DERIVE-RATING-AGE-EXIT

           EVALUATE TRUE
               WHEN WS-RATING-AGE < WS-MR-YOUNG-AGE
                   COMPUTE CALCULATED-PREMIUM = WS-MR-BASE-RATE *
                   (1 + (WS-MR-YOUNG-AGE - WS-RATING-AGE) *
                        WS-MR-AGE-LOAD / 100)
               WHEN OTHER
                   COMPUTE CALCULATED-PREMIUM = WS-MR-BASE-RATE
           END-EVALUATE

           COMPUTE CALCULATED-PREMIUM = CALCULATED-PREMIUM +
             (CAR-VALUE * WS-MR-CAR-BP / 10000)

           EVALUATE COVERAGE-LEVEL
               WHEN 'B' *> Basic
                   COMPUTE WS-COVERAGE-FACTOR = WS-MR-BASIC-PCT / 100
               WHEN 'S' *> Standard
                   COMPUTE WS-COVERAGE-FACTOR =
                           WS-MR-STANDARD-PCT / 100
               WHEN 'P' *> Premium
                   COMPUTE WS-COVERAGE-FACTOR =
                           WS-MR-PREMIUM-PCT / 100
               WHEN OTHER
                   DISPLAY 'ERROR: INVALID COVERAGE LEVEL'
           END-EVALUATE
      *    ENGINE-SIZE LOADING: BIGGER ENGINES COST MORE TO REPAIR
      *    AND ATTRACT MORE THEFT/PERFORMANCE RISK.
           EVALUATE TRUE
               WHEN CC > WS-MR-CC-BAND2
                   COMPUTE WS-CC-FACTOR = WS-MR-CC-LOAD2 / 100
               WHEN CC > WS-MR-CC-BAND1
                   COMPUTE WS-CC-FACTOR = WS-MR-CC-LOAD1 / 100
               WHEN OTHER
                   MOVE 0.0  TO WS-CC-FACTOR
           END-EVALUATE

      *    A LOADING PER PRIOR ACCIDENT, CAPPED AT THE TARIFF'S
      *    ACCIDENT COUNT SO A LONG CLAIMS HISTORY DOES NOT SWAMP
      *    THE PREMIUM.
           IF ACCIDENTS > WS-MR-ACC-CAP THEN
              COMPUTE WS-ACCIDENT-FACTOR =
                      WS-MR-ACC-CAP * WS-MR-ACC-PCT / 100
           ELSE
              COMPUTE WS-ACCIDENT-FACTOR =
                      ACCIDENTS * WS-MR-ACC-PCT / 100
           END-IF

           COMPUTE CALCULATED-PREMIUM = CALCULATED-PREMIUM *
             (1 + WS-CC-FACTOR + WS-ACCIDENT-FACTOR)

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

           GOBACK.

      *    THE LATEST VERSION EFFECTIVE ON OR BEFORE THE RATING
      *    DATE. NO ROW LEAVES THE STANDARD FACTORS AND VERSION 0.
       LOAD-MOTOR-RATE.
           EXEC SQL
              SELECT RATEVERSION, BASERATE, YOUNGAGE, AGELOADPCT,
                     CARVALUEBP, BASICPCT, STANDARDPCT, PREMIUMPCT,
                     CCBAND1, CCLOAD1PCT, CCBAND2, CCLOAD2PCT,
                     ACCIDENTPCT, ACCIDENTCAP
              INTO  :WS-MR-VERSION, :WS-MR-BASE-RATE,
                    :WS-MR-YOUNG-AGE, :WS-MR-AGE-LOAD,
                    :WS-MR-CAR-BP, :WS-MR-BASIC-PCT,
                    :WS-MR-STANDARD-PCT, :WS-MR-PREMIUM-PCT,
                    :WS-MR-CC-BAND1, :WS-MR-CC-LOAD1,
                    :WS-MR-CC-BAND2, :WS-MR-CC-LOAD2,
                    :WS-MR-ACC-PCT, :WS-MR-ACC-CAP
              FROM GENASA1.MOTORRATE
              WHERE EFFECTIVEFROM <= :WS-RATING-DATE
              ORDER BY EFFECTIVEFROM DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

      *    ONE NAMED VERSION, WHATEVER ITS EFFECTIVE DATE. NO ROW
      *    IS RET-CODE '16' - A SIMULATION MUST NOT QUIETLY PRICE ON
      *    SOMETHING ELSE.
       LOAD-REQUESTED-RATE.
           EXEC SQL
              SELECT RATEVERSION, BASERATE, YOUNGAGE, AGELOADPCT,
                     CARVALUEBP, BASICPCT, STANDARDPCT, PREMIUMPCT,
                     CCBAND1, CCLOAD1PCT, CCBAND2, CCLOAD2PCT,
                     ACCIDENTPCT, ACCIDENTCAP
              INTO  :WS-MR-VERSION, :WS-MR-BASE-RATE,
                    :WS-MR-YOUNG-AGE, :WS-MR-AGE-LOAD,
                    :WS-MR-CAR-BP, :WS-MR-BASIC-PCT,
                    :WS-MR-STANDARD-PCT, :WS-MR-PREMIUM-PCT,
                    :WS-MR-CC-BAND1, :WS-MR-CC-LOAD1,
                    :WS-MR-CC-BAND2, :WS-MR-CC-LOAD2,
                    :WS-MR-ACC-PCT, :WS-MR-ACC-CAP
              FROM GENASA1.MOTORRATE
              WHERE RATEVERSION = :WS-REQ-VERSION
           END-EXEC.

      *    THE YOUNGEST AGE WINS: START FROM THE POLICYHOLDER AGE
      *    THE CALLER SUPPLIED, THEN WALK THE NAMED DRIVERS - EACH
      *    CPR GIVES A BIRTHDATE THROUGH CPRCHECD AND AN AGE AS OF
      *    THE RATING DATE THROUGH LGDB2AGD.
       DERIVE-RATING-AGE.
           MOVE DRIVER-AGE TO WS-RATING-AGE
           MOVE WS-RATING-DATE TO WS-TODAY-ISO

           EXEC SQL OPEN CDRV END-EXEC
           IF SQLCODE NOT = 0 THEN
              END-IF
           END-IF.

      *    THE CALLER'S CODE, ELSE THE ONE ON THE CUSTOMER HOLDING
      *    THE POLICY. A CODE PGMAST DOES NOT KNOW, OR ONE OUTSIDE
      *    ITS VALIDITY DATES ON THE RATING DATE, RATES NEUTRAL AND
      *    IS REPORTED BACK SO IT CAN BE REMAPPED. A MASTER THAT
      *    WILL NOT OPEN LETS THE CODE RATE UNVALIDATED. AN ONLINE
      *    CALLER CANNOT HAVE PGLOOK OPEN THE MASTER - IT READS
      *    PGMAST THROUGH CICS ITSELF AND PASSES ITS VERDICT IN
      *    (PROF-GROUP-CHECKED).
       RATE-PROF-GROUP.
           MOVE 0 TO WS-PG-FACTOR-PCT
           MOVE PROF-GROUP-STATUS TO WS-PG-CALLER-STATUS
           MOVE SPACE TO PROF-GROUP-STATUS
           MOVE 0 TO SQLCODE
           IF PROF-GROUP = SPACE OR PROF-GROUP = LOW-VALUE THEN
              MOVE SPACE TO WS-PROF-GROUP
              IF POLICY-NUM > 0 THEN
                 EXEC SQL
                    SELECT COALESCE(C.PROFGROUP, ' ')
                    INTO  :WS-PROF-GROUP
                    FROM  POLICY P, CUSTOMER C
                    WHERE P.POLICYNUMBER = :POLICYNUMBER
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
              STRING WS-RATING-DATE(1:4) WS-RATING-DATE(6:2)
                     WS-RATING-DATE(9:2)
                     DELIMITED BY SIZE INTO WS-RATING-NUM
              EVALUATE TRUE
                 WHEN WS-PG-RC = '1'
                    MOVE 'U' TO PROF-GROUP-STATUS
                    GO TO RATE-PROF-GROUP-EXIT
                 WHEN WS-PG-RC = '2'
                    CONTINUE
                 WHEN WS-RATING-NUM < WS-PG-VALIDFROM OR
                      WS-RATING-NUM > WS-PG-VALIDTO
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
                AND POLICYTYPE = 'M'
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

       END PROGRAM POLYCALM.
