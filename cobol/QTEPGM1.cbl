      *    (C) 2026 IBM FLEMMING PETERSEN
      *    QUOTE STORE OVER THE QUOTE TABLE. QTEADD PERSISTS A
      *    QUOTE THE RATING MODULES (POLYCALM, COMMCALC, HOMECALC,
      *    ENDWCALC, TRAVCALC) JUST CALCULATED - FULL RATING INPUT,
      *    PREMIUM
      *    AND A VALIDITY DATE - ASSIGNING THE NEXT QUOTE NUMBER;
      *    QTEINQ RETRIEVES ONE SO THE CUSTOMER WHO CALLS BACK TWO
      *    DAYS LATER GETS THE SAME FIGURE, NOT A FRESH ROLL OF THE
      *    DICE. POLPGMA CONVERTS A LIVE QUOTE INTO A POLICY AND
      *    MARKS IT 'C'; LGDB2QTC REPORTS CONVERSION BY TYPE.
      *    A TRAVEL QUOTE IS PRICED HERE THROUGH TRAVCALC FROM ITS
      *    RATING INPUT SO THE STORED PREMIUM IS ALWAYS THE RATED ONE.
      *    A MOTOR QUOTE KEEPS THE MOTORRATE VERSION IT WAS PRICED
      *    ON, SO A TARIFF CHANGE NEVER MOVES A QUOTED FIGURE.
      *    RETURN CODES: 0 OK, 4 INVALID REQUEST ID, 8 SQL ERROR,
      *    12 QUOTE NOT ON FILE, 16 TRAVEL RATING INPUT INVALID.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
           03 DB2-CUSTOMERNUMBER-INT   PIC S9(9) COMP.
           03 DB2-PREMIUM-INT          PIC S9(9) COMP.
           03 DB2-CONVERTED-INT        PIC S9(9) COMP.
           03 DB2-RATEVERSION-INT      PIC S9(9) COMP.

       01  WS-FETCH-TYPE               PIC X(1).
       01  WS-FETCH-QUOTEDATE          PIC X(10).
       01  WS-FETCH-RATING             PIC X(200).
       01  WS-FETCH-STATUS             PIC X(1).

      *    TRAVEL RATING MODULE INTERFACE
       01  WS-TRAV-AREA.
           COPY TRAVDATA.

           EXEC SQL INCLUDE SQLCA      END-EXEC.

      * Number-range allocation through NUMPGM1
       01  WS-NUM.
           COPY NUMCPY1.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.
           GOBACK.

       STORE-QUOTE.
           IF FSP-QTE-TYPE IN MY-QUOTE = 'T' THEN
              PERFORM RATE-TRAVEL-QUOTE
              IF FSP-RETURN-CODE IN MY-QUOTE NOT = 0 THEN
                 GOBACK
              END-IF
           END-IF

           MOVE 'QUOTE' TO NUM-KEY-TYPE IN WS-NUM
           MOVE 1 TO NUM-COUNT IN WS-NUM
           CALL 'NUMPGM1' USING WS-NUM
           IF NUM-RC IN WS-NUM NOT = 0 THEN
              MOVE 8 TO FSP-RETURN-CODE IN MY-QUOTE
              GOBACK
           END-IF
           MOVE NUM-FIRST IN WS-NUM TO DB2-QUOTENUMBER-INT

           MOVE FSP-QTE-CUSTOMER-NUM IN MY-QUOTE TO
                DB2-CUSTOMERNUMBER-INT
           MOVE FSP-QTE-PREMIUM IN MY-QUOTE TO DB2-PREMIUM-INT
           IF FSP-QTE-TYPE IN MY-QUOTE = 'M' AND
              FSP-QTE-RATE-VERSION IN MY-QUOTE NUMERIC THEN
              MOVE FSP-QTE-RATE-VERSION IN MY-QUOTE TO
                   DB2-RATEVERSION-INT
           ELSE
              MOVE 0 TO DB2-RATEVERSION-INT
           END-IF

           EXEC SQL
              INSERT INTO GENASA1.QUOTE
                          RATINGINPUT,
                          PREMIUM,
                          STATUS,
                          CONVERTEDPOLICY,
                          CONVERTEDDATE,
                          RATEVERSION )
                 VALUES ( :DB2-QUOTENUMBER-INT,
                          :DB2-CUSTOMERNUMBER-INT,
                          :FSP-QTE-TYPE,
                          :FSP-QTE-RATING-INPUT,
                          :DB2-PREMIUM-INT,
                          'Q',
                          0,
                          NULL,
                          :DB2-RATEVERSION-INT )
           END-EXEC

           IF SQLCODE = 0 THEN
              MOVE 8 TO FSP-RETURN-CODE IN MY-QUOTE
           END-IF.

       RATE-TRAVEL-QUOTE.
           INITIALIZE WS-TRAV-AREA
           MOVE FSP-QTE-TRV-COVER-AREA IN MY-QUOTE TO
                COVER-AREA IN WS-TRAV-AREA
           MOVE FSP-QTE-TRV-PERSONS IN MY-QUOTE TO
                PERSONS IN WS-TRAV-AREA
           MOVE FSP-QTE-TRV-WINTERSPORTS IN MY-QUOTE TO
                WINTER-SPORTS IN WS-TRAV-AREA
           MOVE FSP-QTE-TRV-TRIP-DAYS IN MY-QUOTE TO
                TRIP-DAYS IN WS-TRAV-AREA
           MOVE FSP-QTE-TRV-EXCESS IN MY-QUOTE TO
                VOLUNTARY-EXCESS IN WS-TRAV-AREA

           CALL 'TRAVCALC' USING WS-TRAV-AREA

           IF RET-CODE IN WS-TRAV-AREA = '00' THEN
              MOVE CALCULATED-PREMIUM IN WS-TRAV-AREA TO
                   FSP-QTE-PREMIUM IN MY-QUOTE
              MOVE 0 TO FSP-RETURN-CODE IN MY-QUOTE
           ELSE
              MOVE 16 TO FSP-RETURN-CODE IN MY-QUOTE
           END-IF.

       RETRIEVE-QUOTE.
           MOVE FSP-QUOTE-NUM IN MY-QUOTE TO DB2-QUOTENUMBER-INT

           EXEC SQL
              SELECT CUSTOMERNUMBER, POLICYTYPE, QUOTEDATE,
                     VALIDTODATE, RATINGINPUT, PREMIUM, STATUS,
                     CONVERTEDPOLICY, COALESCE(RATEVERSION, 0)
              INTO   :DB2-CUSTOMERNUMBER-INT, :WS-FETCH-TYPE,
                     :WS-FETCH-QUOTEDATE, :WS-FETCH-VALIDTO,
                     :WS-FETCH-RATING, :DB2-PREMIUM-INT,
                     :WS-FETCH-STATUS, :DB2-CONVERTED-INT,
                     :DB2-RATEVERSION-INT
              FROM   GENASA1.QUOTE
              WHERE  QUOTENUMBER = :DB2-QUOTENUMBER-INT
           END-EXEC
                       FSP-QTE-STATUS IN MY-QUOTE
                  MOVE DB2-CONVERTED-INT TO
                       FSP-QTE-CONVERTED-POL IN MY-QUOTE
                  MOVE DB2-RATEVERSION-INT TO
                       FSP-QTE-RATE-VERSION IN MY-QUOTE
                  MOVE 0 TO FSP-RETURN-CODE IN MY-QUOTE
               WHEN SQLCODE = 100
                  MOVE 12 TO FSP-RETURN-CODE IN MY-QUOTE
