       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGDB2RSM.
      *    RATE-CHANGE IMPACT SIMULATION. BEFORE A NEW TARIFF GOES
      *    LIVE THE PRICING TEAM RUNS THIS OVER THE IN-FORCE BOOK:
      *    EVERY IN-FORCE MOTOR, HOUSE AND COMMERCIAL POLICY IS
      *    PRICED TWICE AS OF TODAY THROUGH THE SAME POLYCALM /
      *    HOMECALC / COMMCALC CALLS LGDB2REN MAKES - ONCE ON THE
      *    CURRENT TARIFF AND ONCE ON THE PROPOSED ONE - AND
      *    NOTHING IS WRITTEN BACK. THE SYSIN CARD CARRIES
      *    CCCCCCCCCPPPPPPPPPZ: THE CURRENT MOTORRATE VERSION (0 =
      *    THE ONE IN FORCE TODAY), THE PROPOSED VERSION (0 = SAME
      *    AS CURRENT) AND A ZONE FLAG - 'P' PRICES THE PROPOSED
      *    SIDE OF COMMERCIAL RISKS ON THE HAZARDZONEPROP SET.
      *    THE REPORT SHOWS THE CALCULATOR PREMIUM (BEFORE NCD AND
      *    HOUSEHOLD DISCOUNT, WHICH A TARIFF DOES NOT MOVE) BY
      *    POLICY TYPE, POLICYHOLDER AGE BAND, POSTCODE AREA (FIRST
      *    TWO DIGITS) AND - FOR MOTOR - NCD LEVEL, WITH THE COUNT
      *    OF POLICIES MOVING MORE THAN 10 PERCENT EITHER WAY, AND
      *    THE SAME COUNT FOR CUSTOMERS ACROSS ALL THEIR POLICIES.
      *    HOMECALC HAS NO TARIFF VERSIONS, SO HOUSE POLICIES SHOW
      *    THE BOOK THE TARIFF LEAVES UNCHANGED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIMPRINT ASSIGN TO SIMPRINT
               FILE STATUS IS SIMPRINT-STATUS
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.

       FILE SECTION.
       FD SIMPRINT RECORDING MODE F.
       01 SIMPRINT-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.

       01 SIMPRINT-STATUS            PIC 99.

       01  WS-PARM-CARD.
           05 WS-PARM-CURRENT        PIC 9(9).
           05 WS-PARM-PROPOSED       PIC 9(9).
           05 WS-PARM-ZONESET        PIC X(1).

       01  WS-TODAY.
           05 WS-TODAY-YEAR   PIC 9999.
           05 WS-TODAY-MONTH  PIC 99.
           05 WS-TODAY-DAY    PIC 99.
       01  WS-TODAY-ISO              PIC X(10).

       01  DB2-POLICYNUMBER-INT      PIC S9(9) COMP.
       01  DB2-CUSTNO-INT            PIC S9(9) COMP.
       01  WS-FETCH-TYPE             PIC X(1).
       01  WS-FETCH-DOB              PIC X(10).
       01  WS-FETCH-POSTCODE         PIC X(8).

       01  WS-CAR-VALUE              PIC S9(9) COMP.
       01  WS-MOT-EXCESS             PIC S9(9) COMP.
       01  WS-NCD-LEVEL              PIC S9(4) COMP.
       01  WS-AGE                    PIC S9(5)V99.
       01  WS-SIM-VERSION            PIC 9(9).
       01  WS-SIM-ZONESET            PIC X(1).

       01  WS-FETCH-HOU-TYPE           PIC X(15).
       01  WS-FETCH-HOU-BEDROOMS       PIC S9(4) COMP.
       01  WS-FETCH-HOU-VALUE          PIC S9(9) COMP.
       01  WS-FETCH-HOU-POSTCODE       PIC X(8).
       01  WS-FETCH-HOU-EXCESS         PIC S9(9) COMP.
       01  WS-FETCH-HOU-BUILTYEAR      PIC S9(4) COMP.
       01  WS-FETCH-HOU-ROOF           PIC X(2).

       01  WS-FETCH-ZIPCODE            PIC X(8).
       01  WS-FETCH-LATITUDEN          PIC X(11).
       01  WS-FETCH-LONGITUDEW         PIC X(11).
       01  WS-FETCH-PROPERTYTYPE       PIC X(255).
       01  WS-FETCH-FIREPERIL          PIC S9(4) COMP.
       01  WS-FETCH-CRIMEPERIL         PIC S9(4) COMP.
       01  WS-FETCH-FLOODPERIL         PIC S9(4) COMP.
       01  WS-FETCH-WEATHERPERIL       PIC S9(4) COMP.
       01  WS-FETCH-FIREEXCESS         PIC S9(9) COMP.
       01  WS-FETCH-SHAREPCT           PIC S9(4) COMP.

      *    CALCULATOR LINKAGE AREAS
       01  WS-POLY-AREA.
           COPY POLYDATA.
       01  WS-COMM-AREA.
           COPY COMMDATA.
       01  WS-HOME-AREA.
           COPY HOMEDATA.

      *    ONE POLICY PRICED BOTH WAYS
       01  WS-PREM-CURRENT           PIC S9(7)V99.
       01  WS-PREM-PROPOSED          PIC S9(7)V99.
       01  WS-PREM-SIDE              PIC S9(7)V99.
       01  WS-PCT-CHANGE             PIC S9(5)V99.
       01  WS-PRICED-SW              PIC X(1).
           88 WS-PRICED                        VALUE 'Y'.
       01  WS-MOVE-SW                PIC X(1).
           88 WS-MOVED-UP                      VALUE 'U'.
           88 WS-MOVED-DOWN                    VALUE 'D'.

      *    THE SAME FOR THE CUSTOMER ACROSS ALL THEIR POLICIES -
      *    THE CURSOR RUNS IN CUSTOMER ORDER.
       01  WS-CUST-PREV              PIC S9(9) COMP VALUE 0.
       01  WS-CUST-CURRENT           PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-CUST-PROPOSED          PIC S9(9)V99 COMP-3 VALUE 0.

      *    REPORT BUCKETS - 1-3 POLICY TYPE, 4-8 AGE BAND, 9-20
      *    NCD LEVEL -1 TO 10, 21-120 POSTCODE AREA 00-99 AND 121
      *    FOR A POSTCODE THAT DOES NOT START WITH TWO DIGITS.
       01  WS-BKT-TYPE-IX            PIC S9(4) COMP.
       01  WS-BKT-AGE-IX             PIC S9(4) COMP.
       01  WS-BKT-NCD-IX             PIC S9(4) COMP.
       01  WS-BKT-AREA-IX            PIC S9(4) COMP.
       01  WS-BKT-IX                 PIC S9(4) COMP.
       01  WS-BKT-FROM               PIC S9(4) COMP.
       01  WS-BKT-TO                 PIC S9(4) COMP.
       01  WS-AREA-NUM               PIC 9(2).
       01  WS-LEVEL-DISP             PIC -9.
       01  WS-LEVEL-NUM              PIC S9(4) COMP.
       01  WS-BUCKETS.
           05 WS-BKT OCCURS 121 TIMES.
              10 WS-BKT-LABEL        PIC X(10).
              10 WS-BKT-COUNT        PIC S9(9) COMP.
              10 WS-BKT-CURRENT      PIC S9(11)V99 COMP-3.
              10 WS-BKT-PROPOSED     PIC S9(11)V99 COMP-3.
              10 WS-BKT-UP           PIC S9(9) COMP.
              10 WS-BKT-DOWN         PIC S9(9) COMP.

       01  WS-RPT-BLANK-LINE         PIC X(80) VALUE SPACES.
       01  WS-RPT-RULE-LINE          PIC X(80) VALUE ALL '-'.

       01  WS-RPT-TITLE-LINE.
           05 FILLER                 PIC X(30) VALUE
              'RATE-CHANGE IMPACT SIMULATION '.
           05 WR-RUN-DATE            PIC X(10).
           05 FILLER                 PIC X(40) VALUE SPACES.

       01  WS-RPT-PARM-LINE.
           05 FILLER                 PIC X(16) VALUE
              'MOTOR TARIFF    '.
           05 WR-CURRENT-VERSION     PIC Z(8)9.
           05 FILLER                 PIC X(4) VALUE ' -> '.
           05 WR-PROPOSED-VERSION    PIC Z(8)9.
           05 FILLER                 PIC X(13) VALUE
              '  ZONE SET : '.
           05 WR-ZONESET             PIC X(8).
           05 FILLER                 PIC X(21) VALUE SPACES.

       01  WS-RPT-SECTION-LINE.
           05 WR-SECTION             PIC X(30).
           05 FILLER                 PIC X(50) VALUE SPACES.

       01  WS-RPT-HEAD-LINE.
           05 FILLER                 PIC X(40) VALUE
              'GROUP        COUNT     CURRENT    PROPOS'.
           05 FILLER                 PIC X(40) VALUE
              'ED CHANGE %   UP>10% DN>10%'.

       01  WS-RPT-DETAIL-LINE.
           05 WR-LABEL               PIC X(10).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 WR-COUNT               PIC Z(6)9.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 WR-CURRENT             PIC Z(10)9.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 WR-PROPOSED            PIC Z(10)9.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 WR-PCT                 PIC -(4)9,99.
           05 FILLER                 PIC X(3) VALUE SPACES.
           05 WR-UP                  PIC Z(5)9.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 WR-DOWN                PIC Z(5)9.
           05 FILLER                 PIC X(13) VALUE SPACES.

       01  WS-RPT-CUSTOMER-LINE.
           05 FILLER                 PIC X(11) VALUE 'CUSTOMERS  '.
           05 WR-CUST-COUNT          PIC Z(6)9.
           05 FILLER                 PIC X(26) VALUE
              '  MOVING MORE THAN 10% UP '.
           05 WR-CUST-UP             PIC Z(5)9.
           05 FILLER                 PIC X(7) VALUE '  DOWN '.
           05 WR-CUST-DOWN           PIC Z(5)9.
           05 FILLER                 PIC X(17) VALUE SPACES.

       01  WS-CNT-READ               PIC 9(7) VALUE 0.
       01  WS-CNT-PRICED             PIC 9(7) VALUE 0.
       01  WS-CNT-ERRORS             PIC 9(7) VALUE 0.
       01  WS-CNT-CUSTOMERS          PIC 9(7) VALUE 0.
       01  WS-CNT-CUST-UP            PIC 9(7) VALUE 0.
       01  WS-CNT-CUST-DOWN          PIC 9(7) VALUE 0.

      * Central run-control (RUNLOG) interface
       01  WS-RUNLOG.
           COPY RUNCPY1.

      * SQLCA DB2 communications area
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    THE IN-FORCE BOOK THE TARIFFS PRICE - EVERY UNEXPIRED,
      *    UNCANCELLED MOTOR, HOUSE AND COMMERCIAL POLICY, IN
      *    CUSTOMER ORDER, WITH THE POLICYHOLDER'S BIRTHDATE AND
      *    POSTCODE FOR THE AGE-BAND AND AREA BREAKDOWNS.
           EXEC SQL
             DECLARE C1 CURSOR WITH HOLD FOR
               SELECT POLICY.POLICYNUMBER,
                      POLICY.CUSTOMERNUMBER,
                      POLICY.POLICYTYPE,
                      CUSTOMER.DATEOFBIRTH,
                      CUSTOMER.POSTCODE
               FROM POLICY, CUSTOMER
               WHERE POLICY.CUSTOMERNUMBER = CUSTOMER.CUSTOMERNUMBER
                 AND POLICY.POLICYTYPE IN ('M', 'H', 'C')
                 AND POLICY.EXPIRYDATE >= CURRENT DATE
                 AND NOT EXISTS
                     (SELECT 1 FROM GENASA1.POLCANCEL
                       WHERE GENASA1.POLCANCEL.POLICYNUMBER =
                             POLICY.POLICYNUMBER)
               ORDER BY POLICY.CUSTOMERNUMBER, POLICY.POLICYNUMBER
           END-EXEC.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.
       MAIN.

           PERFORM MARK-RUN-STARTED.

           ACCEPT WS-PARM-CARD FROM SYSIN.
           IF WS-PARM-CURRENT NOT NUMERIC OR
              WS-PARM-PROPOSED NOT NUMERIC OR
              (WS-PARM-PROPOSED = 0 AND WS-PARM-ZONESET NOT = 'P')
              THEN
              DISPLAY 'LGDB2RSM BAD PARAMETER CARD ' WS-PARM-CARD
              MOVE 16 TO RETURN-CODE
              PERFORM MARK-RUN-ENDED
              STOP RUN
           END-IF.
           IF WS-PARM-PROPOSED = 0 THEN
              MOVE WS-PARM-CURRENT TO WS-PARM-PROPOSED
           END-IF.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-TODAY-ISO.
           STRING WS-TODAY-YEAR '-' WS-TODAY-MONTH '-' WS-TODAY-DAY
                  DELIMITED BY SIZE INTO WS-TODAY-ISO.

           OPEN OUTPUT SIMPRINT.
           IF SIMPRINT-STATUS NOT = 0 THEN
              DISPLAY 'LGDB2RSM FILE STATUS AT OPEN SIMPRINT '
                      SIMPRINT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM MARK-RUN-ENDED
              STOP RUN
           END-IF.

           PERFORM INITIALIZE-BUCKETS.

           PERFORM OPEN-CURSOR.
           PERFORM FETCH-CURSOR.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0

                   ADD 1 TO WS-CNT-READ
                   IF DB2-CUSTNO-INT NOT = WS-CUST-PREV AND
                      WS-CUST-PREV NOT = 0 THEN
                      PERFORM CLOSE-CUSTOMER
                   END-IF
                   MOVE DB2-CUSTNO-INT TO WS-CUST-PREV
                   PERFORM SIMULATE-ONE-POLICY
                           THRU SIMULATE-ONE-EXIT
                   PERFORM FETCH-CURSOR
           END-PERFORM.
           IF WS-CUST-PREV NOT = 0 THEN
              PERFORM CLOSE-CUSTOMER
           END-IF.

           PERFORM CLOSE-CURSOR.

           PERFORM PRINT-REPORT.

           PERFORM DISPLAY-SUMMARY.

           IF WS-CNT-ERRORS > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM MARK-RUN-ENDED.

           CLOSE SIMPRINT.
           STOP RUN.

      *    THE START CALL DOUBLES AS THE DOUBLE-START GUARD - A ROW
      *    STILL MARKED RUNNING FOR TODAY'S CYCLE STOPS THE JOB.
       MARK-RUN-STARTED.
           MOVE 'LGDB2RSM' TO RUN-JOBNAME.
           MOVE 'S' TO RUN-FUNCTION.
           CALL 'LGRUNLOG' USING WS-RUNLOG.
           IF RUN-RC = 4 THEN
              DISPLAY 'LGDB2RSM ALREADY MARKED RUNNING THIS CYCLE'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF RUN-RC = 6 THEN
              DISPLAY 'LGDB2RSM HELD - PREDECESSOR '
                      RUN-FAILED-PRED ' NOT ENDED CLEANLY'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       MARK-RUN-ENDED.
           MOVE 'E' TO RUN-FUNCTION.
           MOVE WS-CNT-READ TO RUN-RECORDS-READ.
           MOVE WS-CNT-PRICED TO RUN-RECORDS-WRITTEN.
           MOVE WS-CNT-ERRORS TO RUN-RECORDS-REJECTED.
           MOVE RETURN-CODE TO RUN-RETURN-CODE.
           CALL 'LGRUNLOG' USING WS-RUNLOG.

      *----------------------------------------------------------------*
       OPEN-CURSOR.

            EXEC SQL OPEN C1 END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              EXEC SQL ROLLBACK END-EXEC
              MOVE 16 TO RETURN-CODE
              PERFORM MARK-RUN-ENDED
              STOP RUN
           END-IF.

       FETCH-CURSOR.

             EXEC SQL
                 FETCH C1
                 INTO :DB2-POLICYNUMBER-INT,
                      :DB2-CUSTNO-INT,
                      :WS-FETCH-TYPE,
                      :WS-FETCH-DOB,
                      :WS-FETCH-POSTCODE
             END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              EXEC SQL ROLLBACK END-EXEC
              MOVE 16 TO RETURN-CODE
              PERFORM MARK-RUN-ENDED
              STOP RUN
           END-IF.

       CLOSE-CURSOR.

            EXEC SQL CLOSE C1 END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
           END-IF.

      *----------------------------------------------------------------*
       INITIALIZE-BUCKETS.
           INITIALIZE WS-BUCKETS.
           MOVE 'MOTOR' TO WS-BKT-LABEL(1).
           MOVE 'HOUSE' TO WS-BKT-LABEL(2).
           MOVE 'COMMERCIAL' TO WS-BKT-LABEL(3).
           MOVE 'UNDER 25' TO WS-BKT-LABEL(4).
           MOVE '25 - 34' TO WS-BKT-LABEL(5).
           MOVE '35 - 49' TO WS-BKT-LABEL(6).
           MOVE '50 - 64' TO WS-BKT-LABEL(7).
           MOVE '65 +' TO WS-BKT-LABEL(8).
           PERFORM VARYING WS-BKT-IX FROM 9 BY 1
                   UNTIL WS-BKT-IX > 20
                   COMPUTE WS-LEVEL-NUM = WS-BKT-IX - 10
                   MOVE WS-LEVEL-NUM TO WS-LEVEL-DISP
                   MOVE SPACES TO WS-BKT-LABEL(WS-BKT-IX)
                   IF WS-LEVEL-NUM > 9 THEN
                      STRING 'LEVEL 10'
                             DELIMITED BY SIZE
                             INTO WS-BKT-LABEL(WS-BKT-IX)
                   ELSE
                      STRING 'LEVEL ' WS-LEVEL-DISP
                             DELIMITED BY SIZE
                             INTO WS-BKT-LABEL(WS-BKT-IX)
                   END-IF
           END-PERFORM.
           PERFORM VARYING WS-BKT-IX FROM 21 BY 1
                   UNTIL WS-BKT-IX > 120
                   COMPUTE WS-AREA-NUM = WS-BKT-IX - 21
                   MOVE SPACES TO WS-BKT-LABEL(WS-BKT-IX)
                   STRING 'AREA ' WS-AREA-NUM
                          DELIMITED BY SIZE
                          INTO WS-BKT-LABEL(WS-BKT-IX)
           END-PERFORM.
           MOVE 'AREA ??' TO WS-BKT-LABEL(121).

      *----------------------------------------------------------------*
      *    THE POLICYHOLDER'S AGE TODAY PLACES THE POLICY IN ITS AGE
      *    BAND AND IS THE DRIVER AGE POLYCALM RATES MOTOR ON.
       SIMULATE-ONE-POLICY.
           MOVE 'N' TO WS-PRICED-SW.
           MOVE 0 TO WS-NCD-LEVEL.
           CALL 'LGDB2AGD' USING WS-FETCH-DOB WS-TODAY-ISO WS-AGE.

           EVALUATE WS-FETCH-TYPE
               WHEN 'M'
                  PERFORM PRICE-MOTOR-POLICY
                          THRU PRICE-MOTOR-EXIT
               WHEN 'H'
                  PERFORM PRICE-HOUSE-POLICY
                          THRU PRICE-HOUSE-EXIT
               WHEN 'C'
                  PERFORM PRICE-COMMERCIAL-POLICY
                          THRU PRICE-COMMERCIAL-EXIT
           END-EVALUATE.

           IF NOT WS-PRICED THEN
              ADD 1 TO WS-CNT-ERRORS
              GO TO SIMULATE-ONE-EXIT
           END-IF.

           ADD 1 TO WS-CNT-PRICED.
           PERFORM ACCUMULATE-POLICY.

       SIMULATE-ONE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       PRICE-MOTOR-POLICY.
           EXEC SQL
              SELECT VALUE, COALESCE(EXCESSAMOUNT, 0)
              INTO  :WS-CAR-VALUE, :WS-MOT-EXCESS
              FROM MOTOR
              WHERE POLICYNUMBER = :DB2-POLICYNUMBER-INT
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              GO TO PRICE-MOTOR-EXIT
           END-IF.

           EXEC SQL
              SELECT NCDLEVEL
              INTO  :WS-NCD-LEVEL
              FROM GENASA1.NCDLEVEL
              WHERE POLICYNUMBER = :DB2-POLICYNUMBER-INT
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              MOVE 0 TO WS-NCD-LEVEL
           END-IF.

           MOVE WS-PARM-CURRENT TO WS-SIM-VERSION.
           PERFORM CALL-POLYCALM.
           IF RET-CODE OF WS-POLY-AREA NOT = '00' THEN
              GO TO PRICE-MOTOR-EXIT
           END-IF.
           MOVE WS-PREM-SIDE TO WS-PREM-CURRENT.

           MOVE WS-PARM-PROPOSED TO WS-SIM-VERSION.
           PERFORM CALL-POLYCALM.
           IF RET-CODE OF WS-POLY-AREA NOT = '00' THEN
              GO TO PRICE-MOTOR-EXIT
           END-IF.
           MOVE WS-PREM-SIDE TO WS-PREM-PROPOSED.
           SET WS-PRICED TO TRUE.

       PRICE-MOTOR-EXIT.
           EXIT.

      *    RATED EXACTLY AS LGDB2REN RATES A MOTOR RENEWAL - STANDARD
      *    COVER, THE EXCESS ON THE ROW - ON THE TARIFF VERSION ASKED
      *    FOR (0 = THE ONE IN FORCE TODAY).
       CALL-POLYCALM.
           INITIALIZE WS-POLY-AREA.
           MOVE DB2-POLICYNUMBER-INT TO POLICY-NUM IN WS-POLY-AREA.
           MOVE WS-AGE TO DRIVER-AGE.
           MOVE WS-CAR-VALUE TO CAR-VALUE.
           IF WS-MOT-EXCESS > 0 THEN
              MOVE WS-MOT-EXCESS TO VOLUNTARY-EXCESS
                   IN WS-POLY-AREA
           END-IF.
           MOVE 'S' TO COVERAGE-LEVEL.
           MOVE WS-TODAY-ISO TO RATING-DATE IN WS-POLY-AREA.
           MOVE WS-SIM-VERSION TO RATE-VERSION IN WS-POLY-AREA.

           CALL 'POLYCALM' USING WS-POLY-AREA.

           IF RET-CODE OF WS-POLY-AREA NOT = '00' THEN
              DISPLAY 'LGDB2RSM - POLYCALM RC ' RET-CODE
                      OF WS-POLY-AREA ' FOR POLICY '
                      DB2-POLICYNUMBER-INT ' VERSION ' WS-SIM-VERSION
           ELSE
              MOVE CALCULATED-PREMIUM IN WS-POLY-AREA TO
                   WS-PREM-SIDE
           END-IF.

      *----------------------------------------------------------------*
      *    HOMECALC CARRIES NO TARIFF VERSION - BOTH SIDES PRICE THE
      *    SAME, WHICH IS WHAT THE REPORT SHOULD SAY FOR HOUSE.
       PRICE-HOUSE-POLICY.
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
              WHERE POLICYNUMBER = :DB2-POLICYNUMBER-INT
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              GO TO PRICE-HOUSE-EXIT
           END-IF.

           INITIALIZE WS-HOME-AREA.
           MOVE DB2-POLICYNUMBER-INT TO POLICY-NUM IN WS-HOME-AREA.
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
              DISPLAY 'LGDB2RSM - HOMECALC RC ' RET-CODE
                      OF WS-HOME-AREA ' FOR POLICY '
                      DB2-POLICYNUMBER-INT
              GO TO PRICE-HOUSE-EXIT
           END-IF.

           MOVE CALCULATED-PREMIUM OF WS-HOME-AREA TO
                WS-PREM-CURRENT.
           MOVE WS-PREM-CURRENT TO WS-PREM-PROPOSED.
           SET WS-PRICED TO TRUE.

       PRICE-HOUSE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       PRICE-COMMERCIAL-POLICY.
           EXEC SQL
              SELECT ZIPCODE, LATITUDEN, LONGITUDEW, PROPERTYTYPE,
                     FIREPERIL, CRIMEPERIL, FLOODPERIL, WEATHERPERIL,
                     COALESCE(FIREEXCESS, 0),
                     COALESCE(OURSHAREPCT, 0)
              INTO  :WS-FETCH-ZIPCODE, :WS-FETCH-LATITUDEN,
                    :WS-FETCH-LONGITUDEW, :WS-FETCH-PROPERTYTYPE,
                    :WS-FETCH-FIREPERIL, :WS-FETCH-CRIMEPERIL,
                    :WS-FETCH-FLOODPERIL, :WS-FETCH-WEATHERPERIL,
                    :WS-FETCH-FIREEXCESS, :WS-FETCH-SHAREPCT
              FROM COMMERCIAL
              WHERE POLICYNUMBER = :DB2-POLICYNUMBER-INT
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              GO TO PRICE-COMMERCIAL-EXIT
           END-IF.

           MOVE SPACE TO WS-SIM-ZONESET.
           PERFORM CALL-COMMCALC.
           IF RET-CODE OF WS-COMM-AREA NOT = '00' AND
              RET-CODE OF WS-COMM-AREA NOT = '04' THEN
              GO TO PRICE-COMMERCIAL-EXIT
           END-IF.
           MOVE WS-PREM-SIDE TO WS-PREM-CURRENT.

           MOVE WS-PARM-ZONESET TO WS-SIM-ZONESET.
           PERFORM CALL-COMMCALC.
           IF RET-CODE OF WS-COMM-AREA NOT = '00' AND
              RET-CODE OF WS-COMM-AREA NOT = '04' THEN
              GO TO PRICE-COMMERCIAL-EXIT
           END-IF.
           MOVE WS-PREM-SIDE TO WS-PREM-PROPOSED.
           SET WS-PRICED TO TRUE.

       PRICE-COMMERCIAL-EXIT.
           EXIT.

      *    RATED AS LGDB2REN RATES A COMMERCIAL RENEWAL, WITH THE
      *    EXCESS AND CO-INSURANCE SHARE ON THE ROW. AN UNZONED
      *    ZIPCODE (RET-CODE '04') STILL PRICES ON THE DEFAULT BAND.
       CALL-COMMCALC.
           INITIALIZE WS-COMM-AREA.
           MOVE WS-FETCH-PROPERTYTYPE TO PROPERTY-TYPE
                IN WS-COMM-AREA.
           MOVE WS-FETCH-ZIPCODE TO ZIP-CODE.
           MOVE WS-FETCH-LATITUDEN TO LATITUDE-N.
           MOVE WS-FETCH-LONGITUDEW TO LONGITUDE-W.
           MOVE WS-FETCH-FIREPERIL TO FIRE-PERIL-FLAG.
           MOVE WS-FETCH-CRIMEPERIL TO CRIME-PERIL-FLAG.
           MOVE WS-FETCH-FLOODPERIL TO FLOOD-PERIL-FLAG.
           MOVE WS-FETCH-WEATHERPERIL TO WEATHER-PERIL-FLAG.
           IF WS-FETCH-FIREEXCESS > 0 THEN
              MOVE WS-FETCH-FIREEXCESS TO VOLUNTARY-EXCESS
                   IN WS-COMM-AREA
           END-IF.
           IF WS-FETCH-SHAREPCT > 0 AND WS-FETCH-SHAREPCT < 100 THEN
              MOVE WS-FETCH-SHAREPCT TO OUR-SHARE-PCT
                   IN WS-COMM-AREA
           END-IF.
           MOVE WS-SIM-ZONESET TO ZONE-SET.

           CALL 'COMMCALC' USING WS-COMM-AREA.

           IF RET-CODE OF WS-COMM-AREA NOT = '00' AND
              RET-CODE OF WS-COMM-AREA NOT = '04' THEN
              DISPLAY 'LGDB2RSM - COMMCALC RC ' RET-CODE
                      OF WS-COMM-AREA ' FOR POLICY '
                      DB2-POLICYNUMBER-INT
           ELSE
              COMPUTE WS-PREM-SIDE =
                      FIRE-PREMIUM + CRIME-PREMIUM +
                      FLOOD-PREMIUM + WEATHER-PREMIUM
           END-IF.

      *----------------------------------------------------------------*
      *    ONE PRICED POLICY INTO ITS TYPE, AGE-BAND, AREA AND (FOR
      *    MOTOR) NCD BUCKETS, AND INTO ITS CUSTOMER'S TOTALS.
       ACCUMULATE-POLICY.
           MOVE SPACE TO WS-MOVE-SW.
           IF WS-PREM-CURRENT > 0 THEN
              COMPUTE WS-PCT-CHANGE ROUNDED =
                      (WS-PREM-PROPOSED - WS-PREM-CURRENT) * 100
                      / WS-PREM-CURRENT
              IF WS-PCT-CHANGE > 10 THEN
                 SET WS-MOVED-UP TO TRUE
              END-IF
              IF WS-PCT-CHANGE < -10 THEN
                 SET WS-MOVED-DOWN TO TRUE
              END-IF
           END-IF.

           EVALUATE WS-FETCH-TYPE
               WHEN 'M'
                  MOVE 1 TO WS-BKT-TYPE-IX
               WHEN 'H'
                  MOVE 2 TO WS-BKT-TYPE-IX
               WHEN OTHER
                  MOVE 3 TO WS-BKT-TYPE-IX
           END-EVALUATE.
           MOVE WS-BKT-TYPE-IX TO WS-BKT-IX.
           PERFORM ADD-TO-BUCKET.

           EVALUATE TRUE
               WHEN WS-AGE < 25
                  MOVE 4 TO WS-BKT-AGE-IX
               WHEN WS-AGE < 35
                  MOVE 5 TO WS-BKT-AGE-IX
               WHEN WS-AGE < 50
                  MOVE 6 TO WS-BKT-AGE-IX
               WHEN WS-AGE < 65
                  MOVE 7 TO WS-BKT-AGE-IX
               WHEN OTHER
                  MOVE 8 TO WS-BKT-AGE-IX
           END-EVALUATE.
           MOVE WS-BKT-AGE-IX TO WS-BKT-IX.
           PERFORM ADD-TO-BUCKET.

           IF WS-FETCH-POSTCODE(1:2) NUMERIC THEN
              MOVE WS-FETCH-POSTCODE(1:2) TO WS-AREA-NUM
              COMPUTE WS-BKT-AREA-IX = WS-AREA-NUM + 21
           ELSE
              MOVE 121 TO WS-BKT-AREA-IX
           END-IF.
           MOVE WS-BKT-AREA-IX TO WS-BKT-IX.
           PERFORM ADD-TO-BUCKET.

           IF WS-FETCH-TYPE = 'M' THEN
              EVALUATE TRUE
                  WHEN WS-NCD-LEVEL < 0
                     MOVE 9 TO WS-BKT-NCD-IX
                  WHEN WS-NCD-LEVEL > 10
                     MOVE 20 TO WS-BKT-NCD-IX
                  WHEN OTHER
                     COMPUTE WS-BKT-NCD-IX = WS-NCD-LEVEL + 10
              END-EVALUATE
              MOVE WS-BKT-NCD-IX TO WS-BKT-IX
              PERFORM ADD-TO-BUCKET
           END-IF.

           ADD WS-PREM-CURRENT TO WS-CUST-CURRENT.
           ADD WS-PREM-PROPOSED TO WS-CUST-PROPOSED.

       ADD-TO-BUCKET.
           ADD 1 TO WS-BKT-COUNT(WS-BKT-IX).
           ADD WS-PREM-CURRENT TO WS-BKT-CURRENT(WS-BKT-IX).
           ADD WS-PREM-PROPOSED TO WS-BKT-PROPOSED(WS-BKT-IX).
           IF WS-MOVED-UP THEN
              ADD 1 TO WS-BKT-UP(WS-BKT-IX)
           END-IF.
           IF WS-MOVED-DOWN THEN
              ADD 1 TO WS-BKT-DOWN(WS-BKT-IX)
           END-IF.

      *    A CUSTOMER'S MOVEMENT IS WHAT THEY WOULD PAY ACROSS ALL
      *    THEIR POLICIES - WHAT DECIDES WHETHER THEY STAY.
       CLOSE-CUSTOMER.
           ADD 1 TO WS-CNT-CUSTOMERS.
           IF WS-CUST-CURRENT > 0 THEN
              COMPUTE WS-PCT-CHANGE ROUNDED =
                      (WS-CUST-PROPOSED - WS-CUST-CURRENT) * 100
                      / WS-CUST-CURRENT
              IF WS-PCT-CHANGE > 10 THEN
                 ADD 1 TO WS-CNT-CUST-UP
              END-IF
              IF WS-PCT-CHANGE < -10 THEN
                 ADD 1 TO WS-CNT-CUST-DOWN
              END-IF
           END-IF.
           MOVE 0 TO WS-CUST-CURRENT.
           MOVE 0 TO WS-CUST-PROPOSED.

      *----------------------------------------------------------------*
       PRINT-REPORT.
           MOVE WS-TODAY-ISO TO WR-RUN-DATE.
           WRITE SIMPRINT-RECORD FROM WS-RPT-TITLE-LINE.
           MOVE WS-PARM-CURRENT TO WR-CURRENT-VERSION.
           MOVE WS-PARM-PROPOSED TO WR-PROPOSED-VERSION.
           IF WS-PARM-ZONESET = 'P' THEN
              MOVE 'PROPOSED' TO WR-ZONESET
           ELSE
              MOVE 'LIVE' TO WR-ZONESET
           END-IF.
           WRITE SIMPRINT-RECORD FROM WS-RPT-PARM-LINE.
           WRITE SIMPRINT-RECORD FROM WS-RPT-RULE-LINE.

           MOVE 'BY POLICY TYPE' TO WR-SECTION.
           MOVE 1 TO WS-BKT-FROM.
           MOVE 3 TO WS-BKT-TO.
           PERFORM PRINT-SECTION.
           MOVE 'BY POLICYHOLDER AGE BAND' TO WR-SECTION.
           MOVE 4 TO WS-BKT-FROM.
           MOVE 8 TO WS-BKT-TO.
           PERFORM PRINT-SECTION.
           MOVE 'BY POSTCODE AREA' TO WR-SECTION.
           MOVE 21 TO WS-BKT-FROM.
           MOVE 121 TO WS-BKT-TO.
           PERFORM PRINT-SECTION.
           MOVE 'BY NCD LEVEL (MOTOR)' TO WR-SECTION.
           MOVE 9 TO WS-BKT-FROM.
           MOVE 20 TO WS-BKT-TO.
           PERFORM PRINT-SECTION.

           WRITE SIMPRINT-RECORD FROM WS-RPT-BLANK-LINE.
           MOVE WS-CNT-CUSTOMERS TO WR-CUST-COUNT.
           MOVE WS-CNT-CUST-UP TO WR-CUST-UP.
           MOVE WS-CNT-CUST-DOWN TO WR-CUST-DOWN.
           WRITE SIMPRINT-RECORD FROM WS-RPT-CUSTOMER-LINE.

      *    EMPTY BUCKETS ARE LEFT OFF - MOST POSTCODE AREAS WILL
      *    HOLD NOTHING IN A GIVEN BOOK.
       PRINT-SECTION.
           WRITE SIMPRINT-RECORD FROM WS-RPT-BLANK-LINE.
           WRITE SIMPRINT-RECORD FROM WS-RPT-SECTION-LINE.
           WRITE SIMPRINT-RECORD FROM WS-RPT-HEAD-LINE.
           PERFORM VARYING WS-BKT-IX FROM WS-BKT-FROM BY 1
                   UNTIL WS-BKT-IX > WS-BKT-TO
                   IF WS-BKT-COUNT(WS-BKT-IX) > 0 THEN
                      PERFORM PRINT-BUCKET-LINE
                   END-IF
           END-PERFORM.

       PRINT-BUCKET-LINE.
           MOVE WS-BKT-LABEL(WS-BKT-IX) TO WR-LABEL.
           MOVE WS-BKT-COUNT(WS-BKT-IX) TO WR-COUNT.
           MOVE WS-BKT-CURRENT(WS-BKT-IX) TO WR-CURRENT.
           MOVE WS-BKT-PROPOSED(WS-BKT-IX) TO WR-PROPOSED.
           IF WS-BKT-CURRENT(WS-BKT-IX) > 0 THEN
              COMPUTE WS-PCT-CHANGE ROUNDED =
                      (WS-BKT-PROPOSED(WS-BKT-IX) -
                       WS-BKT-CURRENT(WS-BKT-IX)) * 100
                      / WS-BKT-CURRENT(WS-BKT-IX)
           ELSE
              MOVE 0 TO WS-PCT-CHANGE
           END-IF.
           MOVE WS-PCT-CHANGE TO WR-PCT.
           MOVE WS-BKT-UP(WS-BKT-IX) TO WR-UP.
           MOVE WS-BKT-DOWN(WS-BKT-IX) TO WR-DOWN.
           WRITE SIMPRINT-RECORD FROM WS-RPT-DETAIL-LINE.

      *----------------------------------------------------------------*
       DISPLAY-SQL-ERROR.

           DISPLAY 'SQLERROR'
           DISPLAY 'SQLCODE  ' SQLCODE
           DISPLAY 'SQLSTATE ' SQLSTATE.
           MOVE 'LGDB2RSM' TO ERR-PROGRAM.
           MOVE SPACES TO ERR-PARAGRAPH.
           MOVE SPACES TO ERR-KEY-VALUES.
           MOVE SQLCODE TO ERR-SQLCODE.
           MOVE SQLSTATE TO ERR-SQLSTATE.
           MOVE SQLERRMC TO ERR-SQLERRMC.
           CALL 'LGSQLERR' USING WS-SQLERR.

       DISPLAY-SUMMARY.
           DISPLAY '-----------------------------------------'.
           DISPLAY 'LGDB2RSM END OF JOB SUMMARY'.
           DISPLAY '  POLICIES READ........: ' WS-CNT-READ.
           DISPLAY '  PRICED BOTH WAYS.....: ' WS-CNT-PRICED.
           DISPLAY '  NOT PRICED...........: ' WS-CNT-ERRORS.
           DISPLAY '  CUSTOMERS............: ' WS-CNT-CUSTOMERS.
           DISPLAY '  CUSTOMERS UP > 10%...: ' WS-CNT-CUST-UP.
           DISPLAY '  CUSTOMERS DOWN > 10%.: ' WS-CNT-CUST-DOWN.
           DISPLAY '-----------------------------------------'.

       END PROGRAM LGDB2RSM.
