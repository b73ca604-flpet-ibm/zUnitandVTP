      *    AGE-AS-OF-TODAY), AND WRITES AN OFFER FILE SHOWING THE
      *    CURRENT PAYMENT NEXT TO THE RE-RATED PREMIUM AND THE
      *    PERCENTAGE CHANGE, SO RENEWALS STOP GOING OUT AT
      *    YEARS-OLD PRICES BY DEFAULT. 'H' POLICIES ARE PRICED
      *    THROUGH HOMECALC ON THE HOUSE ROW'S REBUILD VALUE. WHERE
      *    LGDB2IDX HAS INDEX-LINKED THE POLICY FOR THE RENEWAL
      *    YEAR THE OFFER SHOWS THE SUM INSURED BEFORE AND AFTER
      *    AND THE INDEX APPLIED; AN ENDOWMENT IS NOT RE-RATED BUT
      *    GETS AN OFFER LINE SO THE NEW SUM ASSURED IS SHOWN.
      *    A MOTOR FLEET RENEWS AS ONE OFFER: THE WHOLE VEHICLE
      *    SCHEDULE IS RE-RATED THROUGH FLTCALC AS OF THE RENEWAL
      *    DATE, WITH THE FLEET-SIZE AND CLAIMS-EXPERIENCE FACTORS.
      *    'T' ANNUAL TRAVEL POLICIES ARE PRICED THROUGH TRAVCALC ON
      *    THE TRAVEL ROW'S COVER AREA, PERSONS, WINTER SPORTS AND
      *    TRIP LIMIT.
      *    EVERY RE-RATED OFFER IS ALSO PRICED AS NEW BUSINESS - THE
      *    SAME RISK ON THE SAME RATING DATE WITH NOTHING EARNED BY
      *    TENURE (NCD LEVEL 0, NO HOUSEHOLD DISCOUNT, NO INDEX
      *    CARRIED FROM EARLIER YEARS). AN OFFER DEARER THAN THAT IS
      *    CAPPED AT THE NEW-BUSINESS PRICE OR ONLY FLAGGED, AS THE
      *    FAIRPRCAP SETTING ON UWLIMITS SAYS (1 = CAP, THE DEFAULT;
      *    0 = FLAG), AND EVERY CHECK IS KEPT ON FAIRPRICE FOR THE
      *    LGDB2FPR FAIR-PRICING REPORT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                                                  SEPARATE.
           05 OF-HOUSEHOLD-PCT       PIC S9(2) SIGN LEADING
                                                  SEPARATE.
           05 OF-OLD-SUM-INSURED     PIC 9(9).
           05 OF-NEW-SUM-INSURED     PIC 9(9).
           05 OF-INDEX-PCT           PIC S9(3)V99 SIGN LEADING
                                                  SEPARATE.
           05 OF-RATE-VERSION        PIC 9(9).
           05 OF-NB-PREMIUM          PIC 9(7)V99.
           05 OF-FAIR-FLAG           PIC X(1).
           05 FILLER                 PIC X(5) VALUE SPACES.

       WORKING-STORAGE SECTION.

       01  WS-DATEOFBIRTH              PIC X(10).
       01  WS-CAR-VALUE                PIC S9(9) COMP.
       01  WS-MOT-EXCESS               PIC S9(9) COMP.
       01  WS-RENEWAL-YEAR             PIC S9(4) COMP.

      *    LGDB2AGD INTERFACE AREAS
       01  WS-EFFECTIVE-DATE           PIC X(10).
           COPY POLYDATA.
       01  WS-COMM-AREA.
           COPY COMMDATA.
       01  WS-HOME-AREA.
           COPY HOMEDATA.
       01  WS-FLEET-AREA.
           COPY FLTDATA.
       01  WS-TRAV-AREA.
           COPY TRAVDATA.

       01  WS-FETCH-HOU-TYPE           PIC X(15).
       01  WS-FETCH-HOU-BEDROOMS       PIC S9(4) COMP.
       01  WS-FETCH-HOU-VALUE          PIC S9(9) COMP.
       01  WS-FETCH-HOU-POSTCODE       PIC X(8).
       01  WS-FETCH-HOU-EXCESS         PIC S9(9) COMP.
       01  WS-FETCH-HOU-BUILTYEAR      PIC S9(4) COMP.
       01  WS-FETCH-HOU-ROOF           PIC X(2).

       01  WS-FETCH-TRV-AREA           PIC X(1).
       01  WS-FETCH-TRV-PERSONS        PIC S9(4) COMP.
       01  WS-FETCH-TRV-WINTER         PIC X(1).
       01  WS-FETCH-TRV-TRIPDAYS       PIC S9(4) COMP.
       01  WS-FETCH-TRV-EXCESS         PIC S9(9) COMP.

      *    MOTORRATE VERSION THE OFFER WAS PRICED ON - ZERO FOR
      *    PRODUCTS NOT RATED FROM THE MOTOR TARIFF.
       01  WS-RATE-VERSION             PIC 9(9).

      *    INDEX-LINKING FOR THE RENEWAL YEAR FROM INDEXHIST - ALL
      *    ZERO WHEN LGDB2IDX HAS NOT INDEXED THE POLICY.
       01  WS-IDX-OLD-SUM              PIC S9(9) COMP.
       01  WS-IDX-NEW-SUM              PIC S9(9) COMP.
       01  WS-IDX-BP                   PIC S9(9) COMP.
       01  WS-IDX-PCT                  PIC S9(3)V99.

       01  WS-FETCH-ZIPCODE            PIC X(8).
       01  WS-FETCH-LATITUDEN          PIC X(11).
       01  WS-NEW-PREMIUM              PIC S9(7)V99.
       01  WS-PCT-CHANGE               PIC S9(3)V99.

      *    FAIR-PRICING CHECK - THE NEW-BUSINESS PRICE FOR THE SAME
      *    RISK, WHAT FAIRPRCAP SAYS TO DO WITH A DEARER OFFER, AND
      *    THE OUTCOME: 'C' CAPPED, 'F' FLAGGED, 'N' WITHIN.
       01  WS-NB-PREMIUM               PIC S9(7)V99.
       01  WS-FAIR-CAP                 PIC S9(9) COMP.
           88 WS-FAIR-CAP-OFFERS                 VALUE 1.
       01  WS-FAIR-FLAG                PIC X(1).
       01  WS-ISSUEDATE                PIC X(10).
       01  WS-INCEPTION                PIC X(10).
       01  WS-INCEPT-IND               PIC S9(4) COMP.
       01  WS-INCEPT-YEAR              PIC 9(4).
       01  WS-TENURE-YEARS             PIC S9(4) COMP.
       01  WS-FP-OFFER                 PIC S9(7)V99 COMP-3.
       01  WS-FP-NB                    PIC S9(7)V99 COMP-3.
       01  WS-FP-FINAL                 PIC S9(7)V99 COMP-3.
       01  WS-CNT-FAIR-CAPPED          PIC 9(7) VALUE 0.
       01  WS-CNT-FAIR-FLAGGED         PIC 9(7) VALUE 0.

      *    NO-CLAIMS DISCOUNT - LEVEL FROM THE NCDLEVEL TABLE
      *    LGDB2NCD MAINTAINS, 5% OFF PER LEVEL CAPPED AT 50%,
      *    LEVEL -1 (PAID CLAIM INSIDE A YEAR) LOADS 10%.
       MAINLINE SECTION.
       MAIN.

      *    THE CAP-OR-FLAG SETTING LIVES IN UWLIMITS SO COMPLIANCE
      *    CAN CHANGE IT WITHOUT A RECOMPILE.
           EXEC SQL
              SELECT LIMITVALUE
              INTO  :WS-FAIR-CAP
              FROM  GENASA1.UWLIMITS
              WHERE LIMITNAME = 'FAIRPRCAP'
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              MOVE 1 TO WS-FAIR-CAP
           END-IF.
           IF WS-FAIR-CAP NOT = 0 THEN
              MOVE 1 TO WS-FAIR-CAP
           END-IF.

           OPEN INPUT RENIN.
           IF RENIN-STATUS NOT = 0 THEN
              DISPLAY 'LGDB2REN FILE STATUS AT OPEN RENIN '
                   END-READ
           END-PERFORM.

           EXEC SQL COMMIT END-EXEC.

           PERFORM DISPLAY-SUMMARY.

           CLOSE RENIN.
       RERATE-ONE-POLICY.
           MOVE RI-POLICYNUMBER TO WS-POLICYNUMBER.
           MOVE RI-EXPIRYDATE TO WS-EFFECTIVE-DATE.
           MOVE 0 TO WS-RATE-VERSION.
           MOVE 0 TO WS-NB-PREMIUM.
           MOVE SPACE TO WS-FAIR-FLAG.

           EXEC SQL
              SELECT POLICYTYPE, PAYMENT, ISSUEDATE
              INTO  :WS-POLICYTYPE, :WS-PAYMENT, :WS-ISSUEDATE
              FROM POLICY
              WHERE POLICYNUMBER = :WS-POLICYNUMBER
           END-EXEC.
              PERFORM DISPLAY-SQL-ERROR
              ADD 1 TO WS-CNT-ERRORS
           ELSE
              PERFORM GET-INDEX-HISTORY
              EVALUATE WS-POLICYTYPE
                  WHEN 'M'
                     PERFORM RERATE-MOTOR-POLICY
                  WHEN 'C'
                     PERFORM RERATE-COMMERCIAL-POLICY
                             THRU RERATE-COMMERCIAL-EXIT
                  WHEN 'H'
                     PERFORM RERATE-HOUSE-POLICY
                             THRU RERATE-HOUSE-EXIT
                  WHEN 'E'
                     PERFORM OFFER-ENDOWMENT-POLICY
                  WHEN 'F'
                     PERFORM RERATE-FLEET-POLICY
                             THRU RERATE-FLEET-EXIT
                  WHEN 'T'
                     PERFORM RERATE-TRAVEL-POLICY
                             THRU RERATE-TRAVEL-EXIT
                  WHEN OTHER
                     ADD 1 TO WS-CNT-SKIPPED
              END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      *    THE RENEWAL YEAR IS THE YEAR OF THE EXPIRY DATE - THE
      *    SAME KEY LGDB2IDX WRITES THE HISTORY UNDER.
       GET-INDEX-HISTORY.
           MOVE 0 TO WS-IDX-OLD-SUM.
           MOVE 0 TO WS-IDX-NEW-SUM.
           MOVE 0 TO WS-IDX-BP.
           MOVE RI-EXPIRYDATE(1:4) TO WS-RENEWAL-YEAR.
           EXEC SQL
              SELECT OLDSUM, NEWSUM, INDEXBP
              INTO  :WS-IDX-OLD-SUM, :WS-IDX-NEW-SUM, :WS-IDX-BP
              FROM GENASA1.INDEXHIST
              WHERE POLICYNUMBER = :WS-POLICYNUMBER
                AND INDEXYEAR = :WS-RENEWAL-YEAR
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              MOVE 0 TO WS-IDX-OLD-SUM
              MOVE 0 TO WS-IDX-NEW-SUM
              MOVE 0 TO WS-IDX-BP
           END-IF.

      *----------------------------------------------------------------*
       RERATE-MOTOR-POLICY.
           EXEC SQL
                                 WS-AGE.

           INITIALIZE WS-POLY-AREA.
           MOVE RI-POLICYNUMBER TO POLICY-NUM IN WS-POLY-AREA.
           MOVE WS-AGE TO DRIVER-AGE.
           MOVE WS-CAR-VALUE TO CAR-VALUE.
      *    THE EXCESS ON THE ROW EARNS THE SAME VOLUNTARY-EXCESS
      *    RENEWALS ARE PRICED AT STANDARD COVER, AS NEW BUSINESS
      *    QUOTES DEFAULT TO.
           MOVE 'S' TO COVERAGE-LEVEL.
      *    PRICED ON THE TARIFF IN FORCE ON THE RENEWAL DATE.
           MOVE RI-EXPIRYDATE TO RATING-DATE IN WS-POLY-AREA.

           CALL 'POLYCALM' USING WS-POLY-AREA.

              GO TO RERATE-MOTOR-EXIT
           END-IF.

           MOVE CALCULATED-PREMIUM IN WS-POLY-AREA TO
                WS-NEW-PREMIUM.
           MOVE RATE-VERSION IN WS-POLY-AREA TO WS-RATE-VERSION.
           MOVE WS-NEW-PREMIUM TO WS-NB-PREMIUM.
           PERFORM APPLY-NCD-TO-PREMIUM.
           PERFORM APPLY-HOUSEHOLD-DISCOUNT.
           PERFORM CHECK-FAIR-PRICE.
           PERFORM WRITE-OFFER-RECORD.

       RERATE-MOTOR-EXIT.
           END-IF.

           INITIALIZE WS-COMM-AREA.
           MOVE WS-FETCH-PROPERTYTYPE TO PROPERTY-TYPE
                IN WS-COMM-AREA.
           MOVE WS-FETCH-ZIPCODE TO ZIP-CODE.
           MOVE WS-FETCH-LATITUDEN TO LATITUDE-N.
           MOVE WS-FETCH-LONGITUDEW TO LONGITUDE-W.
           COMPUTE WS-NEW-PREMIUM =
                   FIRE-PREMIUM + CRIME-PREMIUM +
                   FLOOD-PREMIUM + WEATHER-PREMIUM.
      *    COMMCALC RATES THE RISK WITHOUT A SUM INSURED, SO THE
      *    YEAR'S INDEX IS CARRIED INTO THE RE-RATED PREMIUM HERE -
      *    OTHERWISE AN INDEXED PAYMENT WOULD SHOW AS A DECREASE.
           IF WS-IDX-BP NOT = 0 THEN
              COMPUTE WS-NEW-PREMIUM ROUNDED =
                      WS-NEW-PREMIUM * (10000 + WS-IDX-BP) / 10000
           END-IF.
           MOVE WS-NEW-PREMIUM TO WS-NB-PREMIUM.
      *    NCD IS A MOTOR CONCEPT - COMMERCIAL OFFERS CARRY LEVEL 0.
           MOVE 0 TO WS-NCD-LEVEL.
           MOVE 0 TO WS-NCD-PCT.
           PERFORM APPLY-HOUSEHOLD-DISCOUNT.
           PERFORM CHECK-FAIR-PRICE.
           PERFORM WRITE-OFFER-RECORD.

       RERATE-COMMERCIAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    THE HOUSE ROW ALREADY CARRIES THE INDEXED REBUILD VALUE
      *    WHEN LGDB2IDX HAS RUN, SO HOMECALC PRICES THE NEW SUM.
       RERATE-HOUSE-POLICY.
           EXEC SQL
              SELECT PROPERTYTYPE, BEDROOMS, VALUE, POSTCODE,
                     COALESCE(EXCESSAMOUNT, 0),
                     COALESCE(BUILTYEAR, 0),
                     COALESCE(ROOFMATERIAL, ' ')
              INTO  :WS-FETCH-HOU-TYPE, :WS-FETCH-HOU-BEDROOMS,
                    :WS-FETCH-HOU-VALUE, :WS-FETCH-HOU-POSTCODE,
                    :WS-FETCH-HOU-EXCESS,
                    :WS-FETCH-HOU-BUILTYEAR,
                    :WS-FETCH-HOU-ROOF
              FROM HOUSE
              WHERE POLICYNUMBER = :WS-POLICYNUMBER
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              ADD 1 TO WS-CNT-ERRORS
              GO TO RERATE-HOUSE-EXIT
           END-IF.

           INITIALIZE WS-HOME-AREA.
           MOVE RI-POLICYNUMBER TO POLICY-NUM IN WS-HOME-AREA.
           MOVE WS-FETCH-HOU-TYPE TO PROPERTY-TYPE IN WS-HOME-AREA.
           MOVE WS-FETCH-HOU-BEDROOMS TO BEDROOMS IN WS-HOME-AREA.
           MOVE WS-FETCH-HOU-VALUE TO REBUILD-VALUE.
           MOVE WS-FETCH-HOU-POSTCODE TO HOUSE-POSTCODE.
           IF WS-FETCH-HOU-BUILTYEAR > 0 THEN
              MOVE WS-FETCH-HOU-BUILTYEAR TO BUILT-YEAR
                   IN WS-HOME-AREA
           END-IF.
           MOVE WS-FETCH-HOU-ROOF TO ROOF-MATERIAL IN WS-HOME-AREA.
           IF WS-FETCH-HOU-EXCESS > 0 THEN
              MOVE WS-FETCH-HOU-EXCESS TO VOLUNTARY-EXCESS
                   IN WS-HOME-AREA
           END-IF.

           CALL 'HOMECALC' USING WS-HOME-AREA.

           IF RET-CODE OF WS-HOME-AREA NOT = '00' THEN
              DISPLAY 'LGDB2REN - HOMECALC RC ' RET-CODE
                      OF WS-HOME-AREA ' FOR POLICY ' RI-POLICYNUMBER
              ADD 1 TO WS-CNT-ERRORS
              GO TO RERATE-HOUSE-EXIT
           END-IF.

           MOVE CALCULATED-PREMIUM OF WS-HOME-AREA TO WS-NEW-PREMIUM.
           MOVE WS-NEW-PREMIUM TO WS-NB-PREMIUM.
      *    NCD IS A MOTOR CONCEPT - HOUSE OFFERS CARRY LEVEL 0.
           MOVE 0 TO WS-NCD-LEVEL.
           MOVE 0 TO WS-NCD-PCT.
           PERFORM APPLY-HOUSEHOLD-DISCOUNT.
           PERFORM CHECK-FAIR-PRICE.
           PERFORM WRITE-OFFER-RECORD.

       RERATE-HOUSE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    ONE OFFER FOR THE WHOLE SCHEDULE - FLTCALC READS THE
      *    VEHICLES STILL ON COVER AND THE CLAIMS IN THE THREE
      *    YEARS TO THE RENEWAL DATE ITSELF.
       RERATE-FLEET-POLICY.
           INITIALIZE WS-FLEET-AREA.
           MOVE RI-POLICYNUMBER TO POLICY-NUM IN WS-FLEET-AREA.
           MOVE RI-EXPIRYDATE TO RATING-DATE IN WS-FLEET-AREA.

           CALL 'FLTCALC' USING WS-FLEET-AREA.

           IF RET-CODE OF WS-FLEET-AREA NOT = '00' THEN
              DISPLAY 'LGDB2REN - FLTCALC RC ' RET-CODE
                      OF WS-FLEET-AREA ' FOR POLICY ' RI-POLICYNUMBER
              ADD 1 TO WS-CNT-ERRORS
              GO TO RERATE-FLEET-EXIT
           END-IF.

           MOVE CALCULATED-PREMIUM OF WS-FLEET-AREA TO
                WS-NEW-PREMIUM.
           MOVE WS-NEW-PREMIUM TO WS-NB-PREMIUM.
      *    THE FLEET'S OWN CLAIMS EXPERIENCE STANDS IN FOR NCD, SO
      *    FLEET OFFERS CARRY LEVEL 0.
           MOVE 0 TO WS-NCD-LEVEL.
           MOVE 0 TO WS-NCD-PCT.
           PERFORM APPLY-HOUSEHOLD-DISCOUNT.
           PERFORM CHECK-FAIR-PRICE.
           PERFORM WRITE-OFFER-RECORD.

       RERATE-FLEET-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    TRAVEL COVER CARRIES NO SUM INSURED TO INDEX - THE OFFER
      *    IS THE SAME RISK PRICED ON TODAY'S TRAVCALC TARIFF.
       RERATE-TRAVEL-POLICY.
           EXEC SQL
              SELECT COVERAREA, PERSONS, WINTERSPORTS, TRIPDAYS,
                     COALESCE(EXCESSAMOUNT, 0)
              INTO  :WS-FETCH-TRV-AREA, :WS-FETCH-TRV-PERSONS,
                    :WS-FETCH-TRV-WINTER, :WS-FETCH-TRV-TRIPDAYS,
                    :WS-FETCH-TRV-EXCESS
              FROM GENASA1.TRAVEL
              WHERE POLICYNUMBER = :WS-POLICYNUMBER
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              ADD 1 TO WS-CNT-ERRORS
              GO TO RERATE-TRAVEL-EXIT
           END-IF.

           INITIALIZE WS-TRAV-AREA.
           MOVE RI-POLICYNUMBER TO POLICY-NUM IN WS-TRAV-AREA.
           MOVE WS-FETCH-TRV-AREA TO COVER-AREA IN WS-TRAV-AREA.
           MOVE WS-FETCH-TRV-PERSONS TO PERSONS IN WS-TRAV-AREA.
           MOVE WS-FETCH-TRV-WINTER TO WINTER-SPORTS IN WS-TRAV-AREA.
           MOVE WS-FETCH-TRV-TRIPDAYS TO TRIP-DAYS IN WS-TRAV-AREA.
           IF WS-FETCH-TRV-EXCESS > 0 THEN
              MOVE WS-FETCH-TRV-EXCESS TO VOLUNTARY-EXCESS
                   IN WS-TRAV-AREA
           END-IF.

           CALL 'TRAVCALC' USING WS-TRAV-AREA.

           IF RET-CODE OF WS-TRAV-AREA NOT = '00' THEN
              DISPLAY 'LGDB2REN - TRAVCALC RC ' RET-CODE
                      OF WS-TRAV-AREA ' FOR POLICY ' RI-POLICYNUMBER
              ADD 1 TO WS-CNT-ERRORS
              GO TO RERATE-TRAVEL-EXIT
           END-IF.

           MOVE CALCULATED-PREMIUM OF WS-TRAV-AREA TO WS-NEW-PREMIUM.
           MOVE WS-NEW-PREMIUM TO WS-NB-PREMIUM.
      *    NCD IS A MOTOR CONCEPT - TRAVEL OFFERS CARRY LEVEL 0.
           MOVE 0 TO WS-NCD-LEVEL.
           MOVE 0 TO WS-NCD-PCT.
           PERFORM APPLY-HOUSEHOLD-DISCOUNT.
           PERFORM CHECK-FAIR-PRICE.
           PERFORM WRITE-OFFER-RECORD.

       RERATE-TRAVEL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    AN ENDOWMENT PREMIUM IS FIXED FOR THE TERM APART FROM
      *    INDEXATION - THE OFFER REPEATS THE CURRENT (ALREADY
      *    INDEXED) PAYMENT, WITH NO NCD OR HOUSEHOLD DISCOUNT.
       OFFER-ENDOWMENT-POLICY.
           MOVE WS-PAYMENT TO WS-NEW-PREMIUM.
           MOVE 0 TO WS-NCD-LEVEL.
           MOVE 0 TO WS-NCD-PCT.
           MOVE 0 TO WS-HH-PCT.
           PERFORM WRITE-OFFER-RECORD.

      *----------------------------------------------------------------*
      *    A CUSTOMER WITH NO HOUSEHOLD ROW (LGDB2HHD NOT RUN, OR
      *    A BRAND-NEW CUSTOMER) RENEWS WITH NO HOUSEHOLD DISCOUNT.
           COMPUTE WS-NEW-PREMIUM ROUNDED =
                   WS-NEW-PREMIUM * (100 - WS-HH-PCT) / 100.

      *----------------------------------------------------------------*
      *    NO RENEWING CUSTOMER PAYS MORE THAN A NEW CUSTOMER WOULD
      *    FOR THE SAME RISK. A RERUN FOR THE SAME RENEWAL DATE
      *    REPLACES THE EARLIER CHECK ROW.
       CHECK-FAIR-PRICE.
           MOVE WS-NEW-PREMIUM TO WS-FP-OFFER.
           MOVE WS-NB-PREMIUM TO WS-FP-NB.
           IF WS-NEW-PREMIUM > WS-NB-PREMIUM THEN
              IF WS-FAIR-CAP-OFFERS THEN
                 MOVE WS-NB-PREMIUM TO WS-NEW-PREMIUM
                 MOVE 'C' TO WS-FAIR-FLAG
                 ADD 1 TO WS-CNT-FAIR-CAPPED
              ELSE
                 MOVE 'F' TO WS-FAIR-FLAG
                 ADD 1 TO WS-CNT-FAIR-FLAGGED
              END-IF
           ELSE
              MOVE 'N' TO WS-FAIR-FLAG
           END-IF.
           MOVE WS-NEW-PREMIUM TO WS-FP-FINAL.

      *    TENURE RUNS FROM THE TRUE INCEPTION THE RENEWHIST TRAIL
      *    REMEMBERS, AS IN LGDB2PER, TO THE RENEWAL DATE.
           MOVE WS-ISSUEDATE TO WS-INCEPTION.
           EXEC SQL
              SELECT MIN(OLDISSUEDATE)
              INTO  :WS-INCEPTION :WS-INCEPT-IND
              FROM  GENASA1.RENEWHIST
              WHERE POLICYNUMBER = :WS-POLICYNUMBER
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-INCEPT-IND < 0 THEN
              MOVE WS-ISSUEDATE TO WS-INCEPTION
           END-IF.
           MOVE WS-INCEPTION(1:4) TO WS-INCEPT-YEAR.
           COMPUTE WS-TENURE-YEARS =
                   WS-RENEWAL-YEAR - WS-INCEPT-YEAR.
           IF WS-TENURE-YEARS < 0 THEN
              MOVE 0 TO WS-TENURE-YEARS
           END-IF.

           EXEC SQL
              DELETE FROM GENASA1.FAIRPRICE
              WHERE POLICYNUMBER = :WS-POLICYNUMBER
                AND RENEWALDATE = :RI-EXPIRYDATE
           END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              ADD 1 TO WS-CNT-ERRORS
           END-IF.

           EXEC SQL
              INSERT INTO GENASA1.FAIRPRICE
                        ( POLICYNUMBER,
                          RENEWALDATE,
                          POLICYTYPE,
                          TENUREYEARS,
                          OFFERPREMIUM,
                          NBPREMIUM,
                          FINALPREMIUM,
                          ACTION,
                          CHECKDATE )
                 VALUES ( :WS-POLICYNUMBER,
                          :RI-EXPIRYDATE,
                          :WS-POLICYTYPE,
                          :WS-TENURE-YEARS,
                          :WS-FP-OFFER,
                          :WS-FP-NB,
                          :WS-FP-FINAL,
                          :WS-FAIR-FLAG,
                          CURRENT DATE )
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              ADD 1 TO WS-CNT-ERRORS
           END-IF.

      *----------------------------------------------------------------*
       WRITE-OFFER-RECORD.
           MOVE SPACES TO OFFER-RECORD.
           MOVE WS-HH-PCT TO OF-HOUSEHOLD-PCT.
           MOVE WS-NCD-LEVEL TO OF-NCD-LEVEL.
           MOVE WS-NCD-PCT TO OF-NCD-PCT.
           MOVE WS-IDX-OLD-SUM TO OF-OLD-SUM-INSURED.
           MOVE WS-IDX-NEW-SUM TO OF-NEW-SUM-INSURED.
           COMPUTE WS-IDX-PCT = WS-IDX-BP / 100.
           MOVE WS-IDX-PCT TO OF-INDEX-PCT.
           MOVE WS-RATE-VERSION TO OF-RATE-VERSION.
           MOVE WS-NB-PREMIUM TO OF-NB-PREMIUM.
           MOVE WS-FAIR-FLAG TO OF-FAIR-FLAG.
           WRITE OFFER-RECORD.
           ADD 1 TO WS-CNT-OFFERS.

           DISPLAY '  RENEWALS READ.........: ' WS-CNT-READ.
           DISPLAY '  OFFERS WRITTEN........: ' WS-CNT-OFFERS.
           DISPLAY '  SKIPPED (TYPE)........: ' WS-CNT-SKIPPED.
           DISPLAY '  CAPPED AT NB PRICE....: ' WS-CNT-FAIR-CAPPED.
           DISPLAY '  FLAGGED OVER NB PRICE.: ' WS-CNT-FAIR-FLAGGED.
           DISPLAY '  ERRORS................: ' WS-CNT-ERRORS.
           DISPLAY '-----------------------------------------'.

