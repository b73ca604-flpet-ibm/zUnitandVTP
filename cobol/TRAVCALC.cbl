       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAVCALC INITIAL.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-VARIABLES.
           05  WS-BASE-RATE         PIC 9(3)V99 VALUE 350.00.
           05  WS-AREA-FACTOR       PIC 9V99    VALUE 1.00.
           05  WS-PERSON-FACTOR     PIC V99     VALUE .60.
           05  WS-WINTER-FACTOR     PIC V99     VALUE .25.
           05  WS-TRIP-FACTOR       PIC V99     VALUE .0.
           05  WS-EXCESS-DISCOUNT   PIC V99     VALUE .0.

       LINKAGE SECTION.
       01  LINKAGE-DATA.
           COPY TRAVDATA.

       PROCEDURE DIVISION USING LINKAGE-DATA.

       MAIN-LOGIC.
           MOVE ZEROES TO CALCULATED-PREMIUM

      *    AN UNKNOWN COVER AREA, NOBODY TO COVER, OR A TRIP LIMIT
      *    OUTSIDE 1-90 DAYS IS NOT A RISK WE PRICE - '04' BACK.
           IF (COVER-AREA NOT = 'E' AND COVER-AREA NOT = 'W') OR
              PERSONS NOT NUMERIC OR PERSONS = 0 OR
              (WINTER-SPORTS NOT = 'Y' AND WINTER-SPORTS NOT = 'N') OR
              TRIP-DAYS NOT NUMERIC OR TRIP-DAYS = 0 OR
              TRIP-DAYS > 90 THEN
              MOVE '04' TO RET-CODE
              GOBACK
           END-IF

      *    WORLDWIDE COVER TAKES IN NORTH AMERICAN MEDICAL COSTS,
      *    WHICH IS WHERE THE BIG TRAVEL CLAIMS COME FROM.
           IF COVER-AREA = 'W' THEN
              MOVE 1.80 TO WS-AREA-FACTOR
           END-IF

           COMPUTE CALCULATED-PREMIUM = WS-BASE-RATE * WS-AREA-FACTOR

      *    EVERY PERSON AFTER THE FIRST ADDS 60% OF THE ONE-PERSON
      *    PRICE - A FAMILY TRAVELS TOGETHER AND SHARES THE TRIP.
           COMPUTE CALCULATED-PREMIUM = CALCULATED-PREMIUM *
             (1 + (PERSONS - 1) * WS-PERSON-FACTOR)

      *    SKIING AND SNOWBOARDING LOAD 25% - ACCIDENT AND RESCUE
      *    COSTS.
           IF WINTER-SPORTS = 'Y' THEN
              COMPUTE CALCULATED-PREMIUM = CALCULATED-PREMIUM *
                (1 + WS-WINTER-FACTOR)
           END-IF

      *    THE STANDARD ANNUAL COVER TAKES TRIPS UP TO 30 DAYS;
      *    LONGER TRIP LIMITS LOAD IN TWO BANDS.
           EVALUATE TRUE
               WHEN TRIP-DAYS > 60
                   MOVE 0.40 TO WS-TRIP-FACTOR
               WHEN TRIP-DAYS > 30
                   MOVE 0.20 TO WS-TRIP-FACTOR
               WHEN OTHER
                   MOVE 0.0  TO WS-TRIP-FACTOR
           END-EVALUATE

           COMPUTE CALCULATED-PREMIUM = CALCULATED-PREMIUM *
             (1 + WS-TRIP-FACTOR)

      *    VOLUNTARY-EXCESS ARRIVES ONLY FROM CALLERS BUILT AFTER
      *    THE FIELD WAS ADDED - ANYTHING NON-NUMERIC IS AN OLD
      *    CALLER'S UNINITIALISED STORAGE AND MEANS NO DISCOUNT.
           IF VOLUNTARY-EXCESS NUMERIC AND VOLUNTARY-EXCESS > 0 THEN
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
       END PROGRAM TRAVCALC.
