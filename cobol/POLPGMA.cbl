      *
      *    (C) 2026 IBM FLEMMING PETERSEN
      *    ADDS A POLICY TOGETHER WITH ITS TYPE-SPECIFIC DETAIL ROW
      *    (MOTOR, ENDOWMENT, COMMERCIAL, HOUSE, ANNUAL TRAVEL OR
      *    THE HEADER OF A MOTOR FLEET, WHOSE VEHICLES GO ON THE
      *    SCHEDULE THROUGH POLPGMF).
      *    THE CUSTOMER MUST EXIST AND THE POLICYNUMBER MUST NOT -
      *    RETURN CODES FOLLOW THE ADDIPGM FAMILY: 0 OK,
      *    4 DUPLICATE/INVALID TYPE/INVALID TRAVEL DETAIL, 8 SQL
      *    ERROR, 12 CUSTOMER NOT ON FILE, 16 REFERRED TO
      *    UNDERWRITING (PENDING IN UWREFERRAL), 20 REFERRAL
      *    DECLINED BY UNDERWRITING, 24 BROKERID NOT ON THE BROKER
      *    36 MOTOR REGNUMBER NOT ON THE DMR MOTOR REGISTER,
      *    40 CUSTOMER HAS ARREARS OUTSTANDING (CREDIT GATE) - AN
      *    NP LAPSE INSIDE THE NPLAPSEMONTH WINDOW REFERS TO
      *    UNDERWRITING INSTEAD, 44 CVR NUMBER NOT ON THE CVR
      *    COMPANY REGISTER, 48 COMPANY CEASED OR UNDER BANKRUPTCY
      *    ON THE CVR REGISTER. A POLICY NUMBER OF ZERO IS TAKEN
      *    FROM THE POLICY NUMBER RANGE (NUMPGM1) AND RETURNED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
           03 DB2-COM-WEATHERPREM-INT  PIC S9(9) COMP.
           03 DB2-HOU-BEDROOMS-INT     PIC S9(4) COMP.
           03 DB2-HOU-VALUE-INT        PIC S9(9) COMP.
           03 DB2-HOU-BUILTYEAR-INT    PIC S9(4) COMP.
           03 DB2-HOU-LIVINGAREA-INT   PIC S9(9) COMP.
           03 DB2-TRV-PERSONS-INT      PIC S9(4) COMP.
           03 DB2-TRV-TRIPDAYS-INT     PIC S9(4) COMP.
           03 DB2-TRV-EXCESS-INT       PIC S9(9) COMP.
           03 DB2-FLT-PRIORCLM-INT     PIC S9(4) COMP.
           03 DB2-FLT-EXCESS-INT       PIC S9(9) COMP.

       01  WS-CUSTOMER-COUNT           PIC S9(9) COMP.
       01  WS-DUP-POLICY-COUNT         PIC S9(9) COMP.
       01  WS-CVR                      PIC X(8).
       01  WS-CVR-RC                   PIC X(1).

      *    CVR REGISTER (CVRMAST) RECORD AND CICS READ RESPONSE
       01  WS-CVRMAST-REC.
           05 WS-CVRM-CVRNUMBER        PIC X(8).
           05 WS-CVRM-NAME             PIC X(40).
           05 WS-CVRM-STATUS           PIC X(1).
           05 WS-CVRM-STATUS-DATE      PIC X(10).
           05 WS-CVRM-INDUSTRY         PIC X(6).
       01  WS-CVRM-RESP                PIC S9(8) BINARY VALUE 0.

      *    QUOTE CONVERSION WORK AREAS
       01  DB2-QUOTENUMBER-INT         PIC S9(9) COMP.

       77  DMR-RESP-NORMAL             PIC S9(8) BINARY VALUE 0.
       77  DMR-RESP-NOTFND             PIC S9(8) BINARY VALUE 13.

      *    BUILDING REGISTER (BBRMAST) KEY, RECORD AND READ RESPONSE
       01  WS-BBR-KEY.
           05 WS-BBR-POSTCODE          PIC X(8).
           05 WS-BBR-HOUSENAME         PIC X(20).
           05 WS-BBR-HOUSENUMBER       PIC X(4).
       01  WS-BBRMAST-REC.
           05 WS-BBRM-KEY              PIC X(32).
           05 WS-BBRM-BUILT-YEAR       PIC 9(4).
           05 WS-BBRM-LIVING-AREA      PIC 9(5).
           05 WS-BBRM-ROOF             PIC X(2).
           05 WS-BBRM-USE              PIC X(3).
       01  WS-BBR-RESP                 PIC S9(8) BINARY VALUE 0.


           EXEC SQL INCLUDE SQLCA      END-EXEC.

      * Number-range allocation through NUMPGM1
       01  WS-NUM.
           COPY NUMCPY1.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.
       MAIN SECTION.
       MAIN1.

           IF FSP-POLICY-NUM IN MY-POLICY = 0 THEN
              MOVE 'POLICY' TO NUM-KEY-TYPE IN WS-NUM
              MOVE 1 TO NUM-COUNT IN WS-NUM
              CALL 'NUMPGM1' USING WS-NUM
              IF NUM-RC IN WS-NUM NOT = 0 THEN
                 MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
                 GOBACK
              END-IF
              MOVE NUM-FIRST IN WS-NUM TO FSP-POLICY-NUM IN MY-POLICY
           END-IF.

            MOVE FSP-POLICY-NUM IN MY-POLICY TO
                 DB2-POLICYNUMBER-INT
            MOVE FSP-POL-CUSTOMER-NUM IN MY-POLICY TO
            IF FSP-POL-TYPE IN MY-POLICY NOT = 'M' AND
               FSP-POL-TYPE IN MY-POLICY NOT = 'E' AND
               FSP-POL-TYPE IN MY-POLICY NOT = 'C' AND
               FSP-POL-TYPE IN MY-POLICY NOT = 'H' AND
               FSP-POL-TYPE IN MY-POLICY NOT = 'T' AND
               FSP-POL-TYPE IN MY-POLICY NOT = 'F' THEN
               MOVE 4 TO FSP-RETURN-CODE IN MY-POLICY
               GOBACK
            END-IF
              END-IF
           END-IF

      *    A TRAVEL RISK MUST BE ONE TRAVCALC CAN PRICE - A KNOWN
      *    COVER AREA, SOMEBODY TO COVER AND A TRIP LIMIT OF 1-90
      *    DAYS.
           IF FSP-POL-TYPE IN MY-POLICY = 'T' THEN
              PERFORM CHECK-TRAVEL-DETAIL
              IF FSP-RETURN-CODE IN MY-POLICY NOT = 0 THEN
                 GOBACK
              END-IF
           END-IF

      *    CONVERTING A STORED QUOTE MUST CARRY THE QUOTED
      *    PREMIUM INTO THE POLICY UNCHANGED - THAT IS THE WHOLE
      *    POINT OF PERSISTING IT.
              END-IF
           END-IF

      *    A HOUSE RISK TAKES ITS BUILDING FACTS FROM THE BBR
      *    REGISTER BEFORE IT IS REFERRED OR INSERTED.
           IF FSP-POL-TYPE IN MY-POLICY = 'H' THEN
              PERFORM CHECK-BUILDING-REGISTER THRU
                      CHECK-BUILDING-EXIT
           END-IF

      *    QUOTES BEYOND THE UWLIMITS THRESHOLDS MAY NOT BIND
      *    STRAIGHT THROUGH - THEY SIT IN UWREFERRAL UNTIL AN
      *    UNDERWRITER APPROVES THEM VIA UWPGM1.
                  PERFORM INSERT-COMMERCIAL-DETAIL
               WHEN 'H'
                  PERFORM INSERT-HOUSE-DETAIL
               WHEN 'T'
                  PERFORM INSERT-TRAVEL-DETAIL
               WHEN 'F'
                  PERFORM INSERT-FLEET-DETAIL
           END-EVALUATE.

           IF FSP-RETURN-CODE IN MY-POLICY = 0 AND
                DB2-HOU-BEDROOMS-INT
           MOVE FSP-HOU-VALUE IN MY-POLICY TO DB2-HOU-VALUE-INT
           MOVE FSP-HOU-EXCESS IN MY-POLICY TO DB2-HOU-EXCESS-INT
           PERFORM SET-HOUSE-REGISTER-FIELDS

           EXEC SQL
              INSERT INTO GENASA1.HOUSE
                          BEDROOMS,
                          VALUE,
                          POSTCODE,
                          EXCESSAMOUNT,
                          BUILTYEAR,
                          LIVINGAREA,
                          ROOFMATERIAL,
                          BUILDINGUSE,
                          BBRCHECKED )
                 VALUES ( :DB2-POLICYNUMBER-INT,
                          :FSP-HOU-PROPERTY-TYPE,
                          :DB2-HOU-BEDROOMS-INT,
                          :DB2-HOU-VALUE-INT,
                          :FSP-HOU-POSTCODE,
                          :DB2-HOU-EXCESS-INT,
                          :DB2-HOU-BUILTYEAR-INT,
                          :DB2-HOU-LIVINGAREA-INT,
                          :FSP-HOU-ROOF,
                          :FSP-HOU-BUILDING-USE,
                          :FSP-HOU-BBR-STATUS )
           END-EXEC

           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
           END-IF.

      *    THE BUILDING REGISTER IS THE TRUTH FOR WHAT THE HOUSE IS -
      *    WHERE THE BBRMAST MASTER (BBRFILE) KNOWS THE ADDRESS, ITS
      *    YEAR BUILT, LIVING AREA, ROOF AND BUILDING USE ARE FILLED
      *    IN AND A DWELLING-TYPE USE CODE REPLACES THE KEYED
      *    PROPERTY TYPE, THE WAY THE MOTOR REGISTER FILLS THE
      *    VEHICLE. THE ADDRESS IS THE HOUSE POSTCODE WITH THE
      *    POLICYHOLDER'S HOUSE NAME AND NUMBER. AN ADDRESS THE
      *    REGISTER DOES NOT KNOW KEEPS THE KEYED VALUES ('N') -
      *    LGDB2BBR REPORTS IT - AND A MASTER THE FILE CONTROL TABLE
      *    CANNOT SERVE LEAVES THE HOUSE UNCHECKED (SPACE).
       CHECK-BUILDING-REGISTER.
           MOVE SPACE TO FSP-HOU-BBR-STATUS IN MY-POLICY
           MOVE FSP-HOU-POSTCODE IN MY-POLICY TO WS-BBR-POSTCODE
           EXEC SQL
              SELECT COALESCE(HOUSENAME, ' '),
                     COALESCE(HOUSENUMBER, ' ')
              INTO  :WS-BBR-HOUSENAME, :WS-BBR-HOUSENUMBER
              FROM  CUSTOMER
              WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUMBER-INT
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              GO TO CHECK-BUILDING-EXIT
           END-IF

           EXEC CICS READ FILE('BBRMAST')
                INTO(WS-BBRMAST-REC)
                RIDFLD(WS-BBR-KEY)
                RESP(WS-BBR-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-BBR-RESP = DMR-RESP-NORMAL
                  MOVE 'R' TO FSP-HOU-BBR-STATUS IN MY-POLICY
                  MOVE WS-BBRM-BUILT-YEAR TO
                       FSP-HOU-BUILT-YEAR IN MY-POLICY
                  MOVE WS-BBRM-LIVING-AREA TO
                       FSP-HOU-LIVING-AREA IN MY-POLICY
                  MOVE WS-BBRM-ROOF TO FSP-HOU-ROOF IN MY-POLICY
                  MOVE WS-BBRM-USE TO
                       FSP-HOU-BUILDING-USE IN MY-POLICY
                  EVALUATE WS-BBRM-USE
                      WHEN '120'
                         MOVE 'DETACHED' TO
                              FSP-HOU-PROPERTY-TYPE IN MY-POLICY
                      WHEN '121'
                         MOVE 'SEMI-DETACHED' TO
                              FSP-HOU-PROPERTY-TYPE IN MY-POLICY
                      WHEN '130'
                      WHEN '131'
                      WHEN '132'
                         MOVE 'TERRACED' TO
                              FSP-HOU-PROPERTY-TYPE IN MY-POLICY
                      WHEN '140'
                         MOVE 'FLAT' TO
                              FSP-HOU-PROPERTY-TYPE IN MY-POLICY
                      WHEN OTHER
                         CONTINUE
                  END-EVALUATE
               WHEN WS-BBR-RESP = DMR-RESP-NOTFND
                  MOVE 'N' TO FSP-HOU-BBR-STATUS IN MY-POLICY
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.

       CHECK-BUILDING-EXIT.
           EXIT.

      *    A CALLER BUILT BEFORE THE REGISTER FIELDS EXISTED SENDS
      *    FILLER - ANYTHING NON-NUMERIC GOES IN AS ZERO.
       SET-HOUSE-REGISTER-FIELDS.
           IF FSP-HOU-BUILT-YEAR IN MY-POLICY NUMERIC THEN
              MOVE FSP-HOU-BUILT-YEAR IN MY-POLICY TO
                   DB2-HOU-BUILTYEAR-INT
           ELSE
              MOVE 0 TO DB2-HOU-BUILTYEAR-INT
           END-IF
           IF FSP-HOU-LIVING-AREA IN MY-POLICY NUMERIC THEN
              MOVE FSP-HOU-LIVING-AREA IN MY-POLICY TO
                   DB2-HOU-LIVINGAREA-INT
           ELSE
              MOVE 0 TO DB2-HOU-LIVINGAREA-INT
           END-IF.

       INSERT-TRAVEL-DETAIL.
           MOVE FSP-TRV-PERSONS IN MY-POLICY TO DB2-TRV-PERSONS-INT
           MOVE FSP-TRV-TRIP-DAYS IN MY-POLICY TO
                DB2-TRV-TRIPDAYS-INT
           MOVE FSP-TRV-EXCESS IN MY-POLICY TO DB2-TRV-EXCESS-INT

           EXEC SQL
              INSERT INTO GENASA1.TRAVEL
                        ( POLICYNUMBER,
                          COVERAREA,
                          PERSONS,
                          WINTERSPORTS,
                          TRIPDAYS,
                          EXCESSAMOUNT )
                 VALUES ( :DB2-POLICYNUMBER-INT,
                          :FSP-TRV-COVER-AREA,
                          :DB2-TRV-PERSONS-INT,
                          :FSP-TRV-WINTERSPORTS,
                          :DB2-TRV-TRIPDAYS-INT,
                          :DB2-TRV-EXCESS-INT )
           END-EXEC

           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
           END-IF.

       INSERT-FLEET-DETAIL.
           MOVE FSP-FLT-PRIOR-CLAIMS IN MY-POLICY TO
                DB2-FLT-PRIORCLM-INT
           MOVE FSP-FLT-EXCESS IN MY-POLICY TO DB2-FLT-EXCESS-INT

           EXEC SQL
              INSERT INTO GENASA1.FLEET
                        ( POLICYNUMBER,
                          PRIORCLAIMS,
                          EXCESSAMOUNT )
                 VALUES ( :DB2-POLICYNUMBER-INT,
                          :DB2-FLT-PRIORCLM-INT,
                          :DB2-FLT-EXCESS-INT )
           END-EXEC

           IF SQLCODE NOT = 0 THEN
              MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
           END-IF.

       CHECK-TRAVEL-DETAIL.
           IF (FSP-TRV-COVER-AREA IN MY-POLICY NOT = 'E' AND
               FSP-TRV-COVER-AREA IN MY-POLICY NOT = 'W') OR
              FSP-TRV-PERSONS IN MY-POLICY NOT NUMERIC OR
              FSP-TRV-PERSONS IN MY-POLICY = 0 OR
              (FSP-TRV-WINTERSPORTS IN MY-POLICY NOT = 'Y' AND
               FSP-TRV-WINTERSPORTS IN MY-POLICY NOT = 'N') OR
              FSP-TRV-TRIP-DAYS IN MY-POLICY NOT NUMERIC OR
              FSP-TRV-TRIP-DAYS IN MY-POLICY = 0 OR
              FSP-TRV-TRIP-DAYS IN MY-POLICY > 90 THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-POLICY
           ELSE
              MOVE 0 TO FSP-RETURN-CODE IN MY-POLICY
           END-IF.

       CHECK-BROKER-ACTIVE.
           MOVE 0 TO FSP-RETURN-CODE IN MY-POLICY
           MOVE FSP-POL-BROKERID IN MY-POLICY TO DB2-BROKERID-INT
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
                  DELIMITED BY SIZE INTO WS-REFER-DATE
           MOVE FSP-POL-DETAIL IN MY-POLICY(1:200) TO WS-RATING-INPUT
           MOVE FSP-POL-PAYMENT IN MY-POLICY TO DB2-PAYMENT-INT

           EXEC SQL
              INSERT INTO GENASA1.UWREFERRAL
                          RATINGINPUT,
                          STATUS,
                          DECIDEDBY,
                          DECIDEDDATE,
                          PREMIUM )
                 VALUES ( :DB2-POLICYNUMBER-INT,
                          :DB2-CUSTOMERNUMBER-INT,
                          :FSP-POL-TYPE,
                          :WS-RATING-INPUT,
                          'P',
                          ' ',
                          :WS-REFER-DATE,
                          :DB2-PAYMENT-INT )
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
           EXEC SQL
              UPDATE GENASA1.QUOTE
              SET    STATUS = 'C',
                     CONVERTEDPOLICY = :DB2-POLICYNUMBER-INT,
                     CONVERTEDDATE = CURRENT DATE
              WHERE  QUOTENUMBER = :DB2-QUOTENUMBER-INT
           END-EXEC
           IF SQLCODE NOT = 0 THEN
           CALL 'CVRCHECK' USING WS-CVR WS-CVR-RC
           IF WS-CVR-RC = '0' THEN
              MOVE 0 TO FSP-RETURN-CODE IN MY-POLICY
              PERFORM CHECK-CVR-REGISTER
           ELSE
              MOVE 28 TO FSP-RETURN-CODE IN MY-POLICY
           END-IF.

      *    A CVR NUMBER CAN PASS THE MOD-11 CHECK AND STILL BELONG
      *    TO A COMPANY THAT WENT BANKRUPT OR WAS DISSOLVED - THE
      *    CVRMAST MASTER CVRFILE LOADS FROM THE REGISTER SAYS
      *    WHETHER IT STILL TRADES. READ WITH EXEC CICS READ LIKE
      *    DMRMAST (BATCH USES CVRLOOK); A MASTER THE FILE CONTROL
      *    TABLE CANNOT SERVE LETS THE BOOKING THROUGH, AND THE
      *    WEEKLY LGDB2CVR RECONCILIATION CATCHES IT LATER.
       CHECK-CVR-REGISTER.
           EXEC CICS READ FILE('CVRMAST')
                INTO(WS-CVRMAST-REC)
                RIDFLD(WS-CVR)
                RESP(WS-CVRM-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-CVRM-RESP = DMR-RESP-NORMAL
                  IF WS-CVRM-STATUS NOT = 'A' THEN
                     MOVE 48 TO FSP-RETURN-CODE IN MY-POLICY
                  END-IF
               WHEN WS-CVRM-RESP = DMR-RESP-NOTFND
                  MOVE 44 TO FSP-RETURN-CODE IN MY-POLICY
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.

       LOG-SQL-ERROR.
           MOVE 'POLPGMA ' TO ERR-PROGRAM
           MOVE SPACES TO ERR-PARAGRAPH
