      *    UPDATES A POLICY AND ITS TYPE-SPECIFIC DETAIL ROW. THE
      *    POLICYTYPE ITSELF IS NOT CHANGEABLE - MOVING A POLICY TO
      *    ANOTHER LINE OF BUSINESS IS A CANCEL-AND-REBOOK, NOT AN
      *    UPDATE. NOR IS THE HOLDER - A CHANGE OF CUSTOMER GOES
      *    THROUGH THE POLTRF TRANSFER (POLPGMT). RETURN CODES:
      *    0 OK, 8 SQL ERROR, 12 POLICY NOT ON FILE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
           03 DB2-COM-WEATHERPREM-INT  PIC S9(9) COMP.
           03 DB2-HOU-BEDROOMS-INT     PIC S9(4) COMP.
           03 DB2-HOU-VALUE-INT        PIC S9(9) COMP.
           03 DB2-HOU-BUILTYEAR-INT    PIC S9(4) COMP.
           03 DB2-HOU-LIVINGAREA-INT   PIC S9(9) COMP.
           03 DB2-MOT-EXCESS-INT       PIC S9(9) COMP.
           03 DB2-HOU-EXCESS-INT       PIC S9(9) COMP.
           03 DB2-COM-FIREEXC-INT      PIC S9(9) COMP.
           03 DB2-COM-FLOODEXC-INT     PIC S9(9) COMP.
           03 DB2-COM-WEATHEREXC-INT   PIC S9(9) COMP.
           03 DB2-COM-SHAREPCT-INT     PIC S9(4) COMP.
           03 DB2-TRV-PERSONS-INT      PIC S9(4) COMP.
           03 DB2-TRV-TRIPDAYS-INT     PIC S9(4) COMP.
           03 DB2-TRV-EXCESS-INT       PIC S9(9) COMP.
           03 DB2-FLT-PRIORCLM-INT     PIC S9(4) COMP.
           03 DB2-FLT-EXCESS-INT       PIC S9(9) COMP.

      *    MOTOR REGISTER (DMRMAST) RECORD AND CICS READ RESPONSE
       01  WS-DMR-REGNUMBER            PIC X(7).
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


       01  WS-POLICYTYPE               PIC X(1).

                  PERFORM UPDATE-COMMERCIAL-DETAIL
               WHEN 'H'
                  PERFORM UPDATE-HOUSE-DETAIL
               WHEN 'T'
                  PERFORM UPDATE-TRAVEL-DETAIL
               WHEN 'F'
                  PERFORM UPDATE-FLEET-DETAIL
           END-EVALUATE.

           GOBACK.
                DB2-HOU-BEDROOMS-INT
           MOVE FSP-HOU-VALUE IN MY-POLICY TO DB2-HOU-VALUE-INT
           MOVE FSP-HOU-EXCESS IN MY-POLICY TO DB2-HOU-EXCESS-INT
           PERFORM CHECK-BUILDING-REGISTER THRU CHECK-BUILDING-EXIT

      *    ONLY A REGISTER HIT REWRITES THE REGISTER COLUMNS - AN
      *    ADDRESS THE REGISTER DOES NOT KNOW, OR A MASTER THAT
      *    CANNOT BE READ, LEAVES WHAT IS ON THE ROW ALONE.
           IF FSP-HOU-BBR-STATUS IN MY-POLICY = 'R' THEN
              PERFORM SET-HOUSE-REGISTER-FIELDS
              EXEC SQL
                 UPDATE GENASA1.HOUSE
                 SET    PROPERTYTYPE = :FSP-HOU-PROPERTY-TYPE,
                        BEDROOMS     = :DB2-HOU-BEDROOMS-INT,
                        VALUE        = :DB2-HOU-VALUE-INT,
                        POSTCODE     = :FSP-HOU-POSTCODE,
                        EXCESSAMOUNT = :DB2-HOU-EXCESS-INT,
                        BUILTYEAR    = :DB2-HOU-BUILTYEAR-INT,
                        LIVINGAREA   = :DB2-HOU-LIVINGAREA-INT,
                        ROOFMATERIAL = :FSP-HOU-ROOF,
                        BUILDINGUSE  = :FSP-HOU-BUILDING-USE,
                        BBRCHECKED   = :FSP-HOU-BBR-STATUS
                 WHERE  POLICYNUMBER = :DB2-POLICYNUMBER-INT
              END-EXEC
           ELSE
              EXEC SQL
                 UPDATE GENASA1.HOUSE
                 SET    PROPERTYTYPE = :FSP-HOU-PROPERTY-TYPE,
                        BEDROOMS     = :DB2-HOU-BEDROOMS-INT,
                        VALUE        = :DB2-HOU-VALUE-INT,
                        POSTCODE     = :FSP-HOU-POSTCODE,
                        EXCESSAMOUNT = :DB2-HOU-EXCESS-INT
                 WHERE  POLICYNUMBER = :DB2-POLICYNUMBER-INT
              END-EXEC
           END-IF

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
      *    REGISTER DOES NOT KNOW ('N') - LGDB2BBR REPORTS IT - AND
      *    A MASTER THE FILE CONTROL TABLE CANNOT SERVE (SPACE) KEEP
      *    THE KEYED PROPERTY TYPE. ON AN UPDATE NEITHER TOUCHES THE
      *    REGISTER COLUMNS ALREADY ON THE HOUSE ROW.
       CHECK-BUILDING-REGISTER.
           MOVE SPACE TO FSP-HOU-BBR-STATUS IN MY-POLICY
           MOVE FSP-HOU-POSTCODE IN MY-POLICY TO WS-BBR-POSTCODE
           EXEC SQL
              SELECT COALESCE(CUSTOMER.HOUSENAME, ' '),
                     COALESCE(CUSTOMER.HOUSENUMBER, ' ')
              INTO  :WS-BBR-HOUSENAME, :WS-BBR-HOUSENUMBER
              FROM  CUSTOMER, POLICY
              WHERE POLICY.POLICYNUMBER = :DB2-POLICYNUMBER-INT
                AND CUSTOMER.CUSTOMERNUMBER = POLICY.CUSTOMERNUMBER
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

       UPDATE-TRAVEL-DETAIL.
           MOVE FSP-TRV-PERSONS IN MY-POLICY TO DB2-TRV-PERSONS-INT
           MOVE FSP-TRV-TRIP-DAYS IN MY-POLICY TO
                DB2-TRV-TRIPDAYS-INT
           MOVE FSP-TRV-EXCESS IN MY-POLICY TO DB2-TRV-EXCESS-INT

           EXEC SQL
              UPDATE GENASA1.TRAVEL
              SET    COVERAREA    = :FSP-TRV-COVER-AREA,
                     PERSONS      = :DB2-TRV-PERSONS-INT,
                     WINTERSPORTS = :FSP-TRV-WINTERSPORTS,
                     TRIPDAYS     = :DB2-TRV-TRIPDAYS-INT,
                     EXCESSAMOUNT = :DB2-TRV-EXCESS-INT
              WHERE  POLICYNUMBER = :DB2-POLICYNUMBER-INT
           END-EXEC

           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
           END-IF.

      *    ONLY THE FLEET HEADER IS MAINTAINED HERE - THE VEHICLE
      *    SCHEDULE CHANGES THROUGH POLPGMF, WHICH ALSO RE-RATES.
       UPDATE-FLEET-DETAIL.
           MOVE FSP-FLT-PRIOR-CLAIMS IN MY-POLICY TO
                DB2-FLT-PRIORCLM-INT
           MOVE FSP-FLT-EXCESS IN MY-POLICY TO DB2-FLT-EXCESS-INT

           EXEC SQL
              UPDATE GENASA1.FLEET
              SET    PRIORCLAIMS  = :DB2-FLT-PRIORCLM-INT,
                     EXCESSAMOUNT = :DB2-FLT-EXCESS-INT
              WHERE  POLICYNUMBER = :DB2-POLICYNUMBER-INT
           END-EXEC

