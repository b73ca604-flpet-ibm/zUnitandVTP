      *
      *    (C) 2026 IBM FLEMMING PETERSEN
      *    INQUIRES ON A POLICY - RETURNS THE POLICY ROW AND ITS
      *    TYPE-SPECIFIC DETAIL (MOTOR, ENDOWMENT, COMMERCIAL, HOUSE,
      *    TRAVEL OR FLEET) IN
      *    THE SAME COMMAREA LAYOUT POLPGMA TAKES ON AN ADD. AN
      *    ENDOWMENT ALSO CARRIES ITS PREMIUM STATUS - PAID UP OR ON
      *    A PREMIUM HOLIDAY, WITH THE DATES (ENDPGMP); A HOUSE ITS
      *    BUILDING REGISTER DETAIL AND LOOKUP OUTCOME. RETURN
      *    CODES: 0 OK, 8 SQL ERROR, 12 POLICY NOT ON FILE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
           03 DB2-FLT-VEHICLES-INT     PIC S9(9) COMP.
           03 DB2-FLT-VALUE-INT        PIC S9(11) COMP.

       01  WS-POLICYTYPE               PIC X(1).

                  PERFORM FETCH-COMMERCIAL-DETAIL
               WHEN 'H'
                  PERFORM FETCH-HOUSE-DETAIL
               WHEN 'T'
                  PERFORM FETCH-TRAVEL-DETAIL
               WHEN 'F'
                  PERFORM FETCH-FLEET-DETAIL
           END-EVALUATE.

           GOBACK.
                  MOVE DB2-END-TERM-INT TO FSP-END-TERM IN MY-POLICY
                  MOVE DB2-END-SUMASSURED-INT TO
                       FSP-END-SUMASSURED IN MY-POLICY
                  PERFORM FETCH-ENDOWMENT-PREMSTATUS THRU
                          FETCH-ENDOWMENT-PREMSTATUS-EXIT
               WHEN SQLCODE = 100
                  CONTINUE
               WHEN OTHER
                  MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
           END-EVALUATE.

      *    PREMIUM STATUS FROM THE ENDPGMP ALTERATIONS - PAID-UP IS
      *    FINAL AND WINS; OTHERWISE THE EARLIEST HOLIDAY THAT HAS
      *    NOT YET RUN OUT IS SHOWN WITH ITS DATES.
       FETCH-ENDOWMENT-PREMSTATUS.
           MOVE 'N' TO FSP-END-PREMSTATUS IN MY-POLICY
           EXEC SQL
              SELECT CHAR(EFFECTIVEDATE, ISO)
              INTO  :FSP-END-ALT-EFFECTIVE
              FROM GENASA1.ENDPREMALT
              WHERE POLICYNUMBER = :DB2-POLICYNUMBER-INT
                AND ALTERTYPE = 'P'
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                  MOVE 'P' TO FSP-END-PREMSTATUS IN MY-POLICY
                  GO TO FETCH-ENDOWMENT-PREMSTATUS-EXIT
               WHEN SQLCODE = 100
                  CONTINUE
               WHEN OTHER
                  PERFORM LOG-SQL-ERROR
                  MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
                  GO TO FETCH-ENDOWMENT-PREMSTATUS-EXIT
           END-EVALUATE

           EXEC SQL
              SELECT CHAR(EFFECTIVEDATE, ISO),
                     CHAR(RESUMEDATE, ISO)
              INTO  :FSP-END-ALT-EFFECTIVE,
                    :FSP-END-ALT-RESUME
              FROM GENASA1.ENDPREMALT
              WHERE POLICYNUMBER = :DB2-POLICYNUMBER-INT
                AND ALTERTYPE = 'H'
                AND RESUMEDATE > CURRENT DATE
              ORDER BY EFFECTIVEDATE
              FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                  MOVE 'H' TO FSP-END-PREMSTATUS IN MY-POLICY
               WHEN SQLCODE = 100
                  CONTINUE
               WHEN OTHER
                  PERFORM LOG-SQL-ERROR
                  MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
           END-EVALUATE.

       FETCH-ENDOWMENT-PREMSTATUS-EXIT.
           EXIT.

       FETCH-COMMERCIAL-DETAIL.
           EXEC SQL
              SELECT ADDRESS,
              SELECT PROPERTYTYPE,
                     BEDROOMS,
                     VALUE,
                     POSTCODE,
                     COALESCE(BUILTYEAR, 0),
                     COALESCE(LIVINGAREA, 0),
                     COALESCE(ROOFMATERIAL, ' '),
                     COALESCE(BUILDINGUSE, ' '),
                     COALESCE(BBRCHECKED, ' ')
              INTO  :FSP-HOU-PROPERTY-TYPE,
                    :DB2-HOU-BEDROOMS-INT,
                    :DB2-HOU-VALUE-INT,
                    :FSP-HOU-POSTCODE,
                    :DB2-HOU-BUILTYEAR-INT,
                    :DB2-HOU-LIVINGAREA-INT,
                    :FSP-HOU-ROOF,
                    :FSP-HOU-BUILDING-USE,
                    :FSP-HOU-BBR-STATUS
              FROM GENASA1.HOUSE
              WHERE POLICYNUMBER = :DB2-POLICYNUMBER-INT
           END-EXEC
                       FSP-HOU-BEDROOMS IN MY-POLICY
                  MOVE DB2-HOU-VALUE-INT TO
                       FSP-HOU-VALUE IN MY-POLICY
                  MOVE DB2-HOU-BUILTYEAR-INT TO
                       FSP-HOU-BUILT-YEAR IN MY-POLICY
                  MOVE DB2-HOU-LIVINGAREA-INT TO
                       FSP-HOU-LIVING-AREA IN MY-POLICY
               WHEN SQLCODE = 100
                  CONTINUE
               WHEN OTHER
                  PERFORM LOG-SQL-ERROR
                  MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
           END-EVALUATE.

       FETCH-TRAVEL-DETAIL.
           EXEC SQL
              SELECT COVERAREA,
                     PERSONS,
                     WINTERSPORTS,
                     TRIPDAYS,
                     COALESCE(EXCESSAMOUNT, 0)
              INTO  :FSP-TRV-COVER-AREA,
                    :DB2-TRV-PERSONS-INT,
                    :FSP-TRV-WINTERSPORTS,
                    :DB2-TRV-TRIPDAYS-INT,
                    :DB2-TRV-EXCESS-INT
              FROM GENASA1.TRAVEL
              WHERE POLICYNUMBER = :DB2-POLICYNUMBER-INT
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                  MOVE DB2-TRV-PERSONS-INT TO
                       FSP-TRV-PERSONS IN MY-POLICY
                  MOVE DB2-TRV-TRIPDAYS-INT TO
                       FSP-TRV-TRIP-DAYS IN MY-POLICY
                  MOVE DB2-TRV-EXCESS-INT TO
                       FSP-TRV-EXCESS IN MY-POLICY
               WHEN SQLCODE = 100
                  CONTINUE
               WHEN OTHER
                  MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
           END-EVALUATE.

      *    THE HEADER PLUS A SUMMARY OF THE VEHICLES ON COVER - THE
      *    SCHEDULE ITSELF IS LISTED THROUGH POLFVL.
       FETCH-FLEET-DETAIL.
           EXEC SQL
              SELECT PRIORCLAIMS,
                     COALESCE(EXCESSAMOUNT, 0)
              INTO  :DB2-FLT-PRIORCLM-INT,
                    :DB2-FLT-EXCESS-INT
              FROM GENASA1.FLEET
              WHERE POLICYNUMBER = :DB2-POLICYNUMBER-INT
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                  MOVE DB2-FLT-PRIORCLM-INT TO
                       FSP-FLT-PRIOR-CLAIMS IN MY-POLICY
                  MOVE DB2-FLT-EXCESS-INT TO
                       FSP-FLT-EXCESS IN MY-POLICY
               WHEN SQLCODE = 100
                  CONTINUE
               WHEN OTHER
                  PERFORM LOG-SQL-ERROR
                  MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
                  GOBACK
           END-EVALUATE

           EXEC SQL
              SELECT COUNT(*),
                     COALESCE(SUM(VEHVALUE), 0)
              INTO  :DB2-FLT-VEHICLES-INT,
                    :DB2-FLT-VALUE-INT
              FROM GENASA1.FLEETVEHICLE
              WHERE POLICYNUMBER = :DB2-POLICYNUMBER-INT
                AND DATEOFF IS NULL
           END-EXEC

           IF SQLCODE = 0 THEN
              MOVE DB2-FLT-VEHICLES-INT TO
                   FSP-FLT-VEHICLES IN MY-POLICY
              MOVE DB2-FLT-VALUE-INT TO
                   FSP-FLT-FLEET-VALUE IN MY-POLICY
           ELSE
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
           END-IF.

       LOG-SQL-ERROR.
           MOVE 'POLPGMI ' TO ERR-PROGRAM
           MOVE SPACES TO ERR-PARAGRAPH
