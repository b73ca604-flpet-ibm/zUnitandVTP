      *    IN THE MAINTENANCE LAYOUT PLUS THE ENDORSEMENT DATE;
      *    THE DETAIL ROW IS UPDATED THROUGH POLPGMU, THE CHANGED
      *    RISK IS RE-RATED THROUGH POLYCALM / HOMECALC / COMMCALC
      *    (DRIVER AGE AS OF THE ENDORSEMENT DATE VIA LGDB2AGD, THE
      *    POLICYHOLDER'S PROFESSION GROUP CHECKED HERE ON PGMAST
      *    THROUGH CICS FILE CONTROL AND PASSED TO THE MODULE), OR
      *    FOR A FLEET HEADER (EXCESS, DECLARED CLAIMS) THE WHOLE
      *    SCHEDULE THROUGH FLTCALC,
      *    AND THE PRO-RATA PREMIUM DIFFERENCE FOR THE UNEXPIRED
      *    DAYS TO EXPIRYDATE IS COMPUTED THE WAY POLPGMC COMPUTES
      *    CANCELLATION REFUNDS. POLICY.PAYMENT MOVES TO THE NEW
       01  WS-AGE                      PIC S9(5)V99.
       01  WS-EFFECTIVE-DATE           PIC X(10).
       01  WS-NEW-PREMIUM              PIC S9(9) COMP.
      *    REGISTER DETAIL OFF THE HOUSE ROW FOR THE HOUSE RE-RATE
       01  WS-HOU-BUILTYEAR            PIC S9(4) COMP.
       01  WS-HOU-ROOF                 PIC X(2).

       01  WS-BEFORE-IMAGE             PIC X(200).
       01  WS-AFTER-IMAGE              PIC X(200).
       01  WS-IMG-B-D                  PIC 9(9).
       01  WS-IMG-C-D                  PIC 9(9).
       01  WS-IMG-ANNUAL-D             PIC 9(9).
      *    MOTORRATE VERSION THE MOTOR RE-RATE WAS PRICED ON
       01  WS-IMG-TARIFF-D             PIC 9(9) VALUE 0.

       01  MY-PGM                      PIC X(8).

      *    PROFESSION-GROUP MASTER (PGMAST) RECORD AND CICS READ
      *    RESPONSE - THE RATING MODULES' PGLOOK CANNOT OPEN IT HERE
       01  WS-PROF-GROUP               PIC X(1).
       01  WS-PG-STATUS                PIC X(1).
       01  WS-PG-CHECK-DATE            PIC 9(8).
       01  WS-PGMAST-REC.
           05 WS-PGM-CODE              PIC X(1).
           05 WS-PGM-DESC              PIC X(30).
           05 WS-PGM-VALIDFROM         PIC 9(8).
           05 WS-PGM-VALIDTO           PIC 9(8).
           05 WS-PGM-OWNUNIT           PIC X(8).
       01  WS-PG-RESP                  PIC S9(8) BINARY VALUE 0.
      *    CICS RESP VALUES TESTED HERE (DFHRESP NORMAL/NOTFND)
       77  PG-RESP-NORMAL              PIC S9(8) BINARY VALUE 0.
       77  PG-RESP-NOTFND              PIC S9(8) BINARY VALUE 13.

      *    RATING MODULE COMMAREAS
       01  WS-POLY-AREA.
           COPY POLYDATA.
           COPY HOMEDATA.
       01  WS-COMM-AREA.
           COPY COMMDATA.
       01  WS-FLEET-AREA.
           COPY FLTDATA.

      *    SERIAL-DAY CONVERSION WORK AREAS - CUMULATIVE DAYS AT THE
      *    START OF EACH MONTH, LEAP DAY HANDLED SEPARATELY.

           EXEC SQL INCLUDE SQLCA      END-EXEC.

      * Number-range allocation through NUMPGM1
       01  WS-NUM.
           COPY NUMCPY1.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.
                  PERFORM RERATE-HOUSE
               WHEN 'C'
                  PERFORM RERATE-COMMERCIAL
               WHEN 'F'
                  PERFORM RERATE-FLEET
               WHEN OTHER
                  MOVE 4 TO FSP-RETURN-CODE IN MY-POLICY
           END-EVALUATE.
           MOVE 'S' TO COVERAGE-LEVEL IN WS-POLY-AREA
           MOVE FSP-MOT-EXCESS IN MY-POLICY TO
                VOLUNTARY-EXCESS IN WS-POLY-AREA
      *    PRICED ON THE TARIFF IN FORCE ON THE ENDORSEMENT DATE.
           MOVE FSP-POL-ENDORSE-DATE IN MY-POLICY TO
                RATING-DATE IN WS-POLY-AREA

      *    THE GROUP IS VALID OR NOT ON THE ENDORSEMENT DATE, AS
      *    THE TARIFF IS.
           MOVE WS-EFFECTIVE-DATE(1:4) TO WS-PG-CHECK-DATE(1:4)
           MOVE WS-EFFECTIVE-DATE(6:2) TO WS-PG-CHECK-DATE(5:2)
           MOVE WS-EFFECTIVE-DATE(9:2) TO WS-PG-CHECK-DATE(7:2)
           PERFORM CHECK-PROF-GROUP
           MOVE WS-PROF-GROUP TO PROF-GROUP IN WS-POLY-AREA
           MOVE WS-PG-STATUS TO PROF-GROUP-STATUS IN WS-POLY-AREA
           MOVE 'Y' TO PROF-GROUP-CHECKED IN WS-POLY-AREA

           CALL 'POLYCALM' USING WS-POLY-AREA

              MOVE CALCULATED-PREMIUM IN WS-POLY-AREA TO
                   WS-NEW-PREMIUM
              MOVE WS-NEW-PREMIUM TO DB2-NEW-PAYMENT-INT
              MOVE RATE-VERSION IN WS-POLY-AREA TO WS-IMG-TARIFF-D
           END-IF.

       RERATE-HOUSE.
           MOVE FSP-HOU-EXCESS IN MY-POLICY TO
                VOLUNTARY-EXCESS IN WS-HOME-AREA

      *    YEAR BUILT AND ROOF ARE THE BUILDING REGISTER'S, AS ON
      *    THE HOUSE ROW POLPGMU HAS JUST WRITTEN - NOT WHATEVER
      *    THE CALLER LEFT IN THE AREA. RATED AS LGDB2REN RATES.
           EXEC SQL
              SELECT COALESCE(BUILTYEAR, 0),
                     COALESCE(ROOFMATERIAL, ' ')
              INTO  :WS-HOU-BUILTYEAR, :WS-HOU-ROOF
              FROM  HOUSE
              WHERE POLICYNUMBER = :DB2-POLICYNUMBER-INT
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
              GOBACK
           END-IF
           IF WS-HOU-BUILTYEAR > 0 THEN
              MOVE WS-HOU-BUILTYEAR TO BUILT-YEAR IN WS-HOME-AREA
           END-IF
           MOVE WS-HOU-ROOF TO ROOF-MATERIAL IN WS-HOME-AREA

           ACCEPT WS-PG-CHECK-DATE FROM DATE YYYYMMDD
           PERFORM CHECK-PROF-GROUP
           MOVE WS-PROF-GROUP TO PROF-GROUP IN WS-HOME-AREA
           MOVE WS-PG-STATUS TO PROF-GROUP-STATUS IN WS-HOME-AREA
           MOVE 'Y' TO PROF-GROUP-CHECKED IN WS-HOME-AREA

           CALL 'HOMECALC' USING WS-HOME-AREA

           IF RET-CODE IN WS-HOME-AREA NOT = '00' THEN
              MOVE WS-NEW-PREMIUM TO DB2-NEW-PAYMENT-INT
           END-IF.

      *    THE POLICYHOLDER'S CODE LOOKED UP ON PGMAST AS OF
      *    WS-PG-CHECK-DATE - 'U' NOT ON THE MASTER, 'E' OUTSIDE ITS
      *    DATES, SPACE VALID. A MASTER CICS CANNOT SERVE LETS THE
      *    CODE RATE UNVALIDATED, AS PGLOOK'S UNAVAILABLE RC DOES.
       CHECK-PROF-GROUP.
           MOVE SPACE TO WS-PROF-GROUP
           MOVE SPACE TO WS-PG-STATUS
           EXEC SQL
              SELECT COALESCE(PROFGROUP, ' ')
              INTO  :WS-PROF-GROUP
              FROM  CUSTOMER
              WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUMBER-INT
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              MOVE SPACE TO WS-PROF-GROUP
           END-IF
           IF WS-PROF-GROUP NOT = SPACE THEN
              EXEC CICS READ FILE('PGMAST')
                   INTO(WS-PGMAST-REC)
                   RIDFLD(WS-PROF-GROUP)
                   RESP(WS-PG-RESP)
              END-EXEC
              EVALUATE TRUE
                 WHEN WS-PG-RESP = PG-RESP-NOTFND
                    MOVE 'U' TO WS-PG-STATUS
                 WHEN WS-PG-RESP NOT = PG-RESP-NORMAL
                    CONTINUE
                 WHEN WS-PG-CHECK-DATE < WS-PGM-VALIDFROM OR
                      WS-PG-CHECK-DATE > WS-PGM-VALIDTO
                    MOVE 'E' TO WS-PG-STATUS
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

       RERATE-COMMERCIAL.
           INITIALIZE WS-COMM-AREA
           MOVE FSP-COM-PROPERTYTYPE IN MY-POLICY TO
              MOVE 4 TO FSP-RETURN-CODE IN MY-POLICY
           END-IF.

      *    THE FLEET HEADER IS ALREADY UPDATED BY POLPGMU, SO
      *    FLTCALC PICKS UP THE NEW EXCESS AND DECLARED CLAIMS.
       RERATE-FLEET.
           INITIALIZE WS-FLEET-AREA
           MOVE FSP-POLICY-NUM IN MY-POLICY TO
                POLICY-NUM IN WS-FLEET-AREA
           MOVE FSP-POL-ENDORSE-DATE IN MY-POLICY TO
                RATING-DATE IN WS-FLEET-AREA

           CALL 'FLTCALC' USING WS-FLEET-AREA

           IF RET-CODE IN WS-FLEET-AREA NOT = '00' THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-POLICY
           ELSE
              MOVE CALCULATED-PREMIUM IN WS-FLEET-AREA TO
                   DB2-NEW-PAYMENT-INT
           END-IF.

      *----------------------------------------------------------------*
      *    THE HISTORY ROW CARRIES THE RATING INPUT AS KEYED BEFORE
      *    AND AFTER, SO A DISPUTED ENDORSEMENT CAN BE REPLAYED.
                            DELIMITED BY SIZE
                            INTO WS-BEFORE-IMAGE
                  END-IF
               WHEN 'F'
                  EXEC SQL
                     SELECT PRIORCLAIMS, COALESCE(EXCESSAMOUNT, 0)
                     INTO  :WS-IMG-A, :WS-IMG-B
                     FROM GENASA1.FLEET
                     WHERE POLICYNUMBER = :DB2-POLICYNUMBER-INT
                  END-EXEC
                  IF SQLCODE = 0 THEN
                     MOVE WS-IMG-A TO WS-IMG-A-D
                     MOVE WS-IMG-B TO WS-IMG-B-D
                     STRING 'FLEET PRIORCLAIMS=' WS-IMG-A-D
                            ' EXCESS=' WS-IMG-B-D
                            DELIMITED BY SIZE
                            INTO WS-BEFORE-IMAGE
                  END-IF
           END-EVALUATE
           MOVE DB2-OLD-PAYMENT-INT TO WS-IMG-ANNUAL-D
           STRING 'ANNUAL=' WS-IMG-ANNUAL-D
                         FSP-COM-ZIPCODE IN MY-POLICY
                         DELIMITED BY SIZE
                         INTO WS-AFTER-IMAGE
               WHEN 'F'
                  STRING 'FLEET PRIORCLAIMS='
                         FSP-FLT-PRIOR-CLAIMS IN MY-POLICY
                         ' EXCESS=' FSP-FLT-EXCESS IN MY-POLICY
                         DELIMITED BY SIZE
                         INTO WS-AFTER-IMAGE
           END-EVALUATE
           MOVE DB2-NEW-PAYMENT-INT TO WS-IMG-ANNUAL-D
           STRING 'ANNUAL=' WS-IMG-ANNUAL-D
                  DELIMITED BY SIZE
                  INTO WS-AFTER-IMAGE(101:)
           IF WS-POLICYTYPE = 'M' THEN
              STRING ' TARIFF=' WS-IMG-TARIFF-D
                     DELIMITED BY SIZE
                     INTO WS-AFTER-IMAGE(117:)
           END-IF.

       RECORD-ENDORSEMENT.
           EXEC SQL
      *    ADDITIONAL PREMIUM RIDES THE NORMAL RECEIVABLES CHAIN -
      *    AN OPEN INVOICE DUE WITH THE NEXT LGDB2PAY CYCLE.
       RAISE-ADDITIONAL-INVOICE.
           MOVE 'INVOICE' TO NUM-KEY-TYPE IN WS-NUM
           MOVE 1 TO NUM-COUNT IN WS-NUM
           CALL 'NUMPGM1' USING WS-NUM.
           IF NUM-RC IN WS-NUM NOT = 0 THEN
              MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
              GOBACK
           END-IF
           MOVE NUM-FIRST IN WS-NUM TO DB2-NEXT-INVOICE

           EXEC SQL
              INSERT INTO GENASA1.INVOICE
      *    NETS IT AGAINST OPEN INVOICES AND THE RESIDUAL FEEDS
      *    THE REFUND DISBURSEMENT STREAM.
       RAISE-RETURN-CREDIT.
           MOVE 'CREDIT' TO NUM-KEY-TYPE IN WS-NUM
           MOVE 1 TO NUM-COUNT IN WS-NUM
           CALL 'NUMPGM1' USING WS-NUM
           IF NUM-RC IN WS-NUM NOT = 0 THEN
              MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
              GOBACK
           END-IF
           MOVE NUM-FIRST IN WS-NUM TO DB2-CREDITNUMBER-INT

           COMPUTE DB2-CREDIT-AMT = 0 - DB2-DIFF-INT

