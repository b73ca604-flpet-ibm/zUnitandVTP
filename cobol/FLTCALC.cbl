       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLTCALC INITIAL.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-VARIABLES.
           05  WS-BASE-RATE         PIC 9(3)V99 VALUE 100.00.
           05  WS-CAR-FACTOR        PIC V9999   VALUE .001.
           05  WS-COVERAGE-FACTOR   PIC V99     VALUE .40.
           05  WS-CC-FACTOR         PIC V99     VALUE .0.
           05  WS-SIZE-DISCOUNT     PIC V99     VALUE .0.
           05  WS-CLAIMS-FACTOR     PIC S9V99   VALUE .0.
           05  WS-EXCESS-DISCOUNT   PIC V99     VALUE .0.

       01  WS-VEHICLE-PREMIUM       PIC 9(7)V99.
       01  WS-CLAIMS-PER-100        PIC 9(5)V99.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    HOST VARIABLES FOR THE FLEET ROW, THE SCHEDULE AND THE
      *    CLAIMS COUNT
       01  WS-POLICYNUMBER          PIC S9(9) COMP.
       01  WS-RATING-DATE           PIC X(10).
       01  WS-PRIOR-CLAIMS          PIC S9(4) COMP.
       01  WS-FLEET-EXCESS          PIC S9(9) COMP.
       01  WS-OWN-CLAIMS            PIC S9(9) COMP.
       01  WS-VEH-VALUE             PIC S9(9) COMP.
       01  WS-VEH-CC                PIC S9(4) COMP.

      *    THE VEHICLES ON COVER - A VEHICLE TAKEN OFF THE SCHEDULE
      *    CARRIES A DATEOFF AND IS NO LONGER RATED.
           EXEC SQL
             DECLARE CVEH CURSOR FOR
               SELECT COALESCE(VEHVALUE, 0),
                      COALESCE(CC, 0)
               FROM GENASA1.FLEETVEHICLE
               WHERE POLICYNUMBER = :WS-POLICYNUMBER
                 AND DATEOFF IS NULL
           END-EXEC.

       LINKAGE SECTION.
       01  LINKAGE-DATA.
           COPY FLTDATA.

       PROCEDURE DIVISION USING LINKAGE-DATA.

       MAIN-LOGIC.
           MOVE ZEROES TO CALCULATED-PREMIUM
           MOVE ZEROES TO VEHICLE-COUNT
           MOVE ZEROES TO CLAIMS-COUNT

           MOVE POLICY-NUM TO WS-POLICYNUMBER
           MOVE RATING-DATE TO WS-RATING-DATE

           EXEC SQL
              SELECT PRIORCLAIMS, COALESCE(EXCESSAMOUNT, 0)
              INTO  :WS-PRIOR-CLAIMS, :WS-FLEET-EXCESS
              FROM GENASA1.FLEET
              WHERE POLICYNUMBER = :WS-POLICYNUMBER
           END-EXEC

           IF SQLCODE < 0 THEN
              MOVE '08' TO RET-CODE
              GOBACK
           END-IF

           IF SQLCODE = 100 THEN
              MOVE '12' TO RET-CODE
              GOBACK
           END-IF

      *    EACH VEHICLE IS PRICED THE WAY POLYCALM PRICES A SINGLE
      *    CAR AT STANDARD COVER, LESS THE DRIVER-AGE LOADING - ON A
      *    FLEET NOBODY KNOWS WHO IS DRIVING WHICH VEHICLE TODAY.
           PERFORM RATE-SCHEDULE THRU RATE-SCHEDULE-EXIT
           IF RET-CODE = '08' THEN
              GOBACK
           END-IF

      *    AN EMPTY SCHEDULE (A FLEET POLICY JUST ADDED, VEHICLES
      *    STILL TO COME) PRICES AT NOTHING.
           IF VEHICLE-COUNT = 0 THEN
              MOVE '00' TO RET-CODE
              GOBACK
           END-IF

      *    FLEET-SIZE DISCOUNT - ONE POLICY, ONE INVOICE AND ONE
      *    RENEWAL FOR THE WHOLE SCHEDULE IS CHEAPER TO RUN, AND A
      *    LARGER FLEET SPREADS ITS OWN RISK.
           EVALUATE TRUE
               WHEN VEHICLE-COUNT >= 50
                   MOVE 0.20 TO WS-SIZE-DISCOUNT
               WHEN VEHICLE-COUNT >= 25
                   MOVE 0.15 TO WS-SIZE-DISCOUNT
               WHEN VEHICLE-COUNT >= 10
                   MOVE 0.10 TO WS-SIZE-DISCOUNT
               WHEN VEHICLE-COUNT >= 2
                   MOVE 0.05 TO WS-SIZE-DISCOUNT
               WHEN OTHER
                   MOVE 0.0  TO WS-SIZE-DISCOUNT
           END-EVALUATE

           COMPUTE CALCULATED-PREMIUM = CALCULATED-PREMIUM *
             (1 - WS-SIZE-DISCOUNT)

      *    FLEET CLAIMS EXPERIENCE - CLAIMS ON THIS POLICY IN THE
      *    THREE YEARS TO THE RATING DATE PLUS THE CLAIMS DECLARED
      *    FROM THE PREVIOUS INSURER, PER 100 VEHICLES ON COVER.
      *    A CLEAN FLEET EARNS 10%, A BAD ONE LOADS UP TO 50%.
           EXEC SQL
              SELECT COUNT(*)
              INTO  :WS-OWN-CLAIMS
              FROM CLAIM
              WHERE POLICYNUMBER = :WS-POLICYNUMBER
                AND CLAIMDATE <= DATE(:WS-RATING-DATE)
                AND CLAIMDATE > DATE(:WS-RATING-DATE) - 3 YEARS
           END-EXEC

           IF SQLCODE NOT = 0 THEN
              MOVE '08' TO RET-CODE
              GOBACK
           END-IF

           COMPUTE CLAIMS-COUNT = WS-OWN-CLAIMS + WS-PRIOR-CLAIMS
           COMPUTE WS-CLAIMS-PER-100 =
                   CLAIMS-COUNT * 100 / VEHICLE-COUNT

           EVALUATE TRUE
               WHEN CLAIMS-COUNT = 0
                   MOVE -0.10 TO WS-CLAIMS-FACTOR
               WHEN WS-CLAIMS-PER-100 <= 10
                   MOVE 0.0   TO WS-CLAIMS-FACTOR
               WHEN WS-CLAIMS-PER-100 <= 25
                   MOVE 0.15  TO WS-CLAIMS-FACTOR
               WHEN WS-CLAIMS-PER-100 <= 50
                   MOVE 0.30  TO WS-CLAIMS-FACTOR
               WHEN OTHER
                   MOVE 0.50  TO WS-CLAIMS-FACTOR
           END-EVALUATE

           COMPUTE CALCULATED-PREMIUM = CALCULATED-PREMIUM *
             (1 + WS-CLAIMS-FACTOR)

      *    VOLUNTARY-EXCESS ARRIVES ONLY FROM CALLERS BUILT AFTER
      *    THE FIELD WAS ADDED - ANYTHING NON-NUMERIC IS AN OLD
      *    CALLER'S UNINITIALISED STORAGE AND MEANS THE FLEET ROW'S.
           IF VOLUNTARY-EXCESS NOT NUMERIC OR
              VOLUNTARY-EXCESS = 0 THEN
              MOVE WS-FLEET-EXCESS TO VOLUNTARY-EXCESS
           END-IF

           IF VOLUNTARY-EXCESS > 0 THEN
              COMPUTE WS-EXCESS-DISCOUNT =
                      VOLUNTARY-EXCESS / 1000 * 0.01
              IF WS-EXCESS-DISCOUNT > 0.15 THEN
                 MOVE 0.15 TO WS-EXCESS-DISCOUNT
              END-IF
           ELSE
              MOVE 0 TO WS-EXCESS-DISCOUNT
           END-IF

           COMPUTE CALCULATED-PREMIUM = CALCULATED-PREMIUM *
             (1 - WS-EXCESS-DISCOUNT)

           MOVE '00' TO RET-CODE

           GOBACK.

       RATE-SCHEDULE.
           MOVE '00' TO RET-CODE

           EXEC SQL OPEN CVEH END-EXEC
           IF SQLCODE NOT = 0 THEN
              MOVE '08' TO RET-CODE
              GO TO RATE-SCHEDULE-EXIT
           END-IF

           PERFORM FETCH-VEHICLE
           PERFORM UNTIL SQLCODE NOT = 0
              PERFORM RATE-ONE-VEHICLE
              PERFORM FETCH-VEHICLE
           END-PERFORM

           IF SQLCODE < 0 THEN
              MOVE '08' TO RET-CODE
           END-IF

           EXEC SQL CLOSE CVEH END-EXEC.

       RATE-SCHEDULE-EXIT.
           EXIT.

       FETCH-VEHICLE.
           EXEC SQL
              FETCH CVEH
              INTO :WS-VEH-VALUE, :WS-VEH-CC
           END-EXEC.

      *    ENGINE-SIZE LOADING AS POLYCALM: BIGGER ENGINES COST MORE
      *    TO REPAIR AND ATTRACT MORE THEFT/PERFORMANCE RISK.
       RATE-ONE-VEHICLE.
           ADD 1 TO VEHICLE-COUNT

           EVALUATE TRUE
               WHEN WS-VEH-CC > 2000
                   MOVE 0.15 TO WS-CC-FACTOR
               WHEN WS-VEH-CC > 1600
                   MOVE 0.08 TO WS-CC-FACTOR
               WHEN OTHER
                   MOVE 0.0  TO WS-CC-FACTOR
           END-EVALUATE

           COMPUTE WS-VEHICLE-PREMIUM =
             (WS-BASE-RATE + WS-VEH-VALUE * WS-CAR-FACTOR) *
             (1 + WS-COVERAGE-FACTOR) * (1 + WS-CC-FACTOR)

           ADD WS-VEHICLE-PREMIUM TO CALCULATED-PREMIUM.

       END PROGRAM FLTCALC.
