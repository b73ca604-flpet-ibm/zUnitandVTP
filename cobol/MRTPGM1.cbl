       ID DIVISION.
       PROGRAM-ID. MRTPGM1.
      ***
      *
      *    (C) 2026 IBM FLEMMING PETERSEN
      *    MOTOR TARIFF MAINTENANCE FOR THE PRICING TEAM. THE
      *    MOTORRATE TABLE HOLDS THE FACTORS POLYCALM PRICES WITH,
      *    ONE VERSION PER EFFECTIVE-FROM DATE; POLYCALM USES THE
      *    LATEST VERSION EFFECTIVE ON THE RATING DATE, SO A NEW
      *    TARIFF IS LOADED AHEAD OF TIME AND TAKES OVER ON ITS
      *    DATE WITHOUT A PROGRAM CHANGE. MRTADD LOADS A VERSION
      *    (EFFECTIVE TODAY OR LATER) AND RETURNS ITS NUMBER,
      *    MRTINQ RETURNS A VERSION - OR WITH VERSION 0 THE ONE IN
      *    FORCE ON THE EFFECTIVE DATE KEYED - AND MRTUPD / MRTDEL
      *    CHANGE OR WITHDRAW A VERSION THAT IS NOT YET IN FORCE.
      *    A VERSION ONCE IN FORCE IS NEVER CHANGED: QUOTES AND
      *    RENEWAL OFFERS RECORD THE VERSION THEY WERE PRICED ON.
      *    RETURN CODES: 0 OK, 4 DUPLICATE EFFECTIVE DATE / INVALID
      *    REQUEST OR FACTORS, 8 SQL ERROR, 12 VERSION NOT ON FILE,
      *    16 VERSION ALREADY IN FORCE / EFFECTIVE DATE IN THE PAST.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Host variables for input to DB2 integer types

       01  DB2-IN-INTEGERS.
           03 DB2-VERSION-INT          PIC S9(9) COMP.
           03 DB2-BASERATE-DEC         PIC S9(5)V99 COMP-3.
           03 DB2-YOUNGAGE-INT         PIC S9(4) COMP.
           03 DB2-AGELOAD-INT          PIC S9(4) COMP.
           03 DB2-CARBP-INT            PIC S9(4) COMP.
           03 DB2-BASICPCT-INT         PIC S9(4) COMP.
           03 DB2-STANDARDPCT-INT      PIC S9(4) COMP.
           03 DB2-PREMIUMPCT-INT       PIC S9(4) COMP.
           03 DB2-CCBAND1-INT          PIC S9(4) COMP.
           03 DB2-CCLOAD1-INT          PIC S9(4) COMP.
           03 DB2-CCBAND2-INT          PIC S9(4) COMP.
           03 DB2-CCLOAD2-INT          PIC S9(4) COMP.
           03 DB2-ACCPCT-INT           PIC S9(4) COMP.
           03 DB2-ACCCAP-INT           PIC S9(4) COMP.

       01  WS-DUP-DATE-COUNT           PIC S9(9) COMP.
       01  WS-STORED-FROM              PIC X(10).
       01  WS-TODAY-NUM                PIC 9(8).
       01  WS-TODAY-ISO                PIC X(10).

           EXEC SQL INCLUDE SQLCA      END-EXEC.

      * Number-range allocation through NUMPGM1
       01  WS-NUM.
           COPY NUMCPY1.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.

       LINKAGE SECTION.
       01  MY-RATE.
           COPY MRTCPY1.

       PROCEDURE DIVISION USING MY-RATE.
      *
       MAIN SECTION.
       MAIN1.

           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD
           MOVE SPACES TO WS-TODAY-ISO
           STRING WS-TODAY-NUM(1:4) '-' WS-TODAY-NUM(5:2) '-'
                  WS-TODAY-NUM(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY-ISO

           MOVE FSP-MRT-VERSION IN MY-RATE TO DB2-VERSION-INT
           MOVE FSP-MRT-BASE-RATE IN MY-RATE TO DB2-BASERATE-DEC
           MOVE FSP-MRT-YOUNG-AGE IN MY-RATE TO DB2-YOUNGAGE-INT
           MOVE FSP-MRT-AGE-LOAD IN MY-RATE TO DB2-AGELOAD-INT
           MOVE FSP-MRT-CAR-BP IN MY-RATE TO DB2-CARBP-INT
           MOVE FSP-MRT-BASIC-PCT IN MY-RATE TO DB2-BASICPCT-INT
           MOVE FSP-MRT-STANDARD-PCT IN MY-RATE TO
                DB2-STANDARDPCT-INT
           MOVE FSP-MRT-PREMIUM-PCT IN MY-RATE TO
                DB2-PREMIUMPCT-INT
           MOVE FSP-MRT-CC-BAND1 IN MY-RATE TO DB2-CCBAND1-INT
           MOVE FSP-MRT-CC-LOAD1 IN MY-RATE TO DB2-CCLOAD1-INT
           MOVE FSP-MRT-CC-BAND2 IN MY-RATE TO DB2-CCBAND2-INT
           MOVE FSP-MRT-CC-LOAD2 IN MY-RATE TO DB2-CCLOAD2-INT
           MOVE FSP-MRT-ACC-PCT IN MY-RATE TO DB2-ACCPCT-INT
           MOVE FSP-MRT-ACC-CAP IN MY-RATE TO DB2-ACCCAP-INT

           EVALUATE FSP-REQUEST-ID IN MY-RATE
               WHEN 'MRTADD'
                  PERFORM ADD-RATE
               WHEN 'MRTUPD'
                  PERFORM UPDATE-RATE
               WHEN 'MRTINQ'
                  PERFORM INQUIRE-RATE
               WHEN 'MRTDEL'
                  PERFORM DELETE-RATE
               WHEN OTHER
                  MOVE 4 TO FSP-RETURN-CODE IN MY-RATE
           END-EVALUATE.

           GOBACK.

       ADD-RATE.
           PERFORM CHECK-RATE-FACTORS
           IF FSP-RETURN-CODE IN MY-RATE NOT = 0 THEN
              GOBACK
           END-IF

           EXEC SQL
              SELECT COUNT(*)
              INTO  :WS-DUP-DATE-COUNT
              FROM GENASA1.MOTORRATE
              WHERE EFFECTIVEFROM = :FSP-MRT-EFFECTIVE-FROM
           END-EXEC

           IF WS-DUP-DATE-COUNT > 0 THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-RATE
              GOBACK
           END-IF

           MOVE 'MOTRATE' TO NUM-KEY-TYPE IN WS-NUM
           MOVE 1 TO NUM-COUNT IN WS-NUM
           CALL 'NUMPGM1' USING WS-NUM
           IF NUM-RC IN WS-NUM NOT = 0 THEN
              MOVE 8 TO FSP-RETURN-CODE IN MY-RATE
              GOBACK
           END-IF
           MOVE NUM-FIRST IN WS-NUM TO DB2-VERSION-INT

           EXEC SQL
              INSERT INTO GENASA1.MOTORRATE
                        ( RATEVERSION,
                          EFFECTIVEFROM,
                          BASERATE,
                          YOUNGAGE,
                          AGELOADPCT,
                          CARVALUEBP,
                          BASICPCT,
                          STANDARDPCT,
                          PREMIUMPCT,
                          CCBAND1,
                          CCLOAD1PCT,
                          CCBAND2,
                          CCLOAD2PCT,
                          ACCIDENTPCT,
                          ACCIDENTCAP,
                          LOADEDBY,
                          LOADEDDATE )
                 VALUES ( :DB2-VERSION-INT,
                          :FSP-MRT-EFFECTIVE-FROM,
                          :DB2-BASERATE-DEC,
                          :DB2-YOUNGAGE-INT,
                          :DB2-AGELOAD-INT,
                          :DB2-CARBP-INT,
                          :DB2-BASICPCT-INT,
                          :DB2-STANDARDPCT-INT,
                          :DB2-PREMIUMPCT-INT,
                          :DB2-CCBAND1-INT,
                          :DB2-CCLOAD1-INT,
                          :DB2-CCBAND2-INT,
                          :DB2-CCLOAD2-INT,
                          :DB2-ACCPCT-INT,
                          :DB2-ACCCAP-INT,
                          :FSP-MRT-OPERATOR,
                          CURRENT DATE )
           END-EXEC

           IF SQLCODE = 0 THEN
              MOVE DB2-VERSION-INT TO FSP-MRT-VERSION IN MY-RATE
              MOVE WS-TODAY-ISO TO FSP-MRT-LOADED-DATE IN MY-RATE
              MOVE 0 TO FSP-RETURN-CODE IN MY-RATE
           ELSE
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-RATE
           END-IF.

       UPDATE-RATE.
           PERFORM CHECK-NOT-IN-FORCE
           IF FSP-RETURN-CODE IN MY-RATE NOT = 0 THEN
              GOBACK
           END-IF
           PERFORM CHECK-RATE-FACTORS
           IF FSP-RETURN-CODE IN MY-RATE NOT = 0 THEN
              GOBACK
           END-IF

           EXEC SQL
              SELECT COUNT(*)
              INTO  :WS-DUP-DATE-COUNT
              FROM GENASA1.MOTORRATE
              WHERE EFFECTIVEFROM = :FSP-MRT-EFFECTIVE-FROM
                AND RATEVERSION <> :DB2-VERSION-INT
           END-EXEC

           IF WS-DUP-DATE-COUNT > 0 THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-RATE
              GOBACK
           END-IF

           EXEC SQL
              UPDATE GENASA1.MOTORRATE
              SET    EFFECTIVEFROM = :FSP-MRT-EFFECTIVE-FROM,
                     BASERATE      = :DB2-BASERATE-DEC,
                     YOUNGAGE      = :DB2-YOUNGAGE-INT,
                     AGELOADPCT    = :DB2-AGELOAD-INT,
                     CARVALUEBP    = :DB2-CARBP-INT,
                     BASICPCT      = :DB2-BASICPCT-INT,
                     STANDARDPCT   = :DB2-STANDARDPCT-INT,
                     PREMIUMPCT    = :DB2-PREMIUMPCT-INT,
                     CCBAND1       = :DB2-CCBAND1-INT,
                     CCLOAD1PCT    = :DB2-CCLOAD1-INT,
                     CCBAND2       = :DB2-CCBAND2-INT,
                     CCLOAD2PCT    = :DB2-CCLOAD2-INT,
                     ACCIDENTPCT   = :DB2-ACCPCT-INT,
                     ACCIDENTCAP   = :DB2-ACCCAP-INT,
                     LOADEDBY      = :FSP-MRT-OPERATOR,
                     LOADEDDATE    = CURRENT DATE
              WHERE  RATEVERSION = :DB2-VERSION-INT
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                  MOVE WS-TODAY-ISO TO FSP-MRT-LOADED-DATE IN MY-RATE
                  MOVE 0 TO FSP-RETURN-CODE IN MY-RATE
               WHEN SQLCODE = 100
                  MOVE 12 TO FSP-RETURN-CODE IN MY-RATE
               WHEN OTHER
                  PERFORM LOG-SQL-ERROR
                  MOVE 8 TO FSP-RETURN-CODE IN MY-RATE
           END-EVALUATE.

      *    VERSION 0 WITH AN EFFECTIVE DATE ASKS WHICH TARIFF
      *    POLYCALM WOULD PRICE WITH ON THAT DATE.
       INQUIRE-RATE.
           IF DB2-VERSION-INT = 0 THEN
              EXEC SQL
                 SELECT RATEVERSION
                 INTO  :DB2-VERSION-INT
                 FROM GENASA1.MOTORRATE
                 WHERE EFFECTIVEFROM <= :FSP-MRT-EFFECTIVE-FROM
                 ORDER BY EFFECTIVEFROM DESC
                 FETCH FIRST 1 ROW ONLY
              END-EXEC
              EVALUATE TRUE
                  WHEN SQLCODE = 0
                     CONTINUE
                  WHEN SQLCODE = 100
                     MOVE 12 TO FSP-RETURN-CODE IN MY-RATE
                     GOBACK
                  WHEN OTHER
                     PERFORM LOG-SQL-ERROR
                     MOVE 8 TO FSP-RETURN-CODE IN MY-RATE
                     GOBACK
              END-EVALUATE
           END-IF

           EXEC SQL
              SELECT EFFECTIVEFROM, BASERATE, YOUNGAGE, AGELOADPCT,
                     CARVALUEBP, BASICPCT, STANDARDPCT, PREMIUMPCT,
                     CCBAND1, CCLOAD1PCT, CCBAND2, CCLOAD2PCT,
                     ACCIDENTPCT, ACCIDENTCAP, LOADEDBY, LOADEDDATE
              INTO  :FSP-MRT-EFFECTIVE-FROM,
                    :DB2-BASERATE-DEC,
                    :DB2-YOUNGAGE-INT,
                    :DB2-AGELOAD-INT,
                    :DB2-CARBP-INT,
                    :DB2-BASICPCT-INT,
                    :DB2-STANDARDPCT-INT,
                    :DB2-PREMIUMPCT-INT,
                    :DB2-CCBAND1-INT,
                    :DB2-CCLOAD1-INT,
                    :DB2-CCBAND2-INT,
                    :DB2-CCLOAD2-INT,
                    :DB2-ACCPCT-INT,
                    :DB2-ACCCAP-INT,
                    :FSP-MRT-OPERATOR,
                    :FSP-MRT-LOADED-DATE
              FROM GENASA1.MOTORRATE
              WHERE RATEVERSION = :DB2-VERSION-INT
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                  MOVE DB2-VERSION-INT TO FSP-MRT-VERSION IN MY-RATE
                  MOVE DB2-BASERATE-DEC TO
                       FSP-MRT-BASE-RATE IN MY-RATE
                  MOVE DB2-YOUNGAGE-INT TO
                       FSP-MRT-YOUNG-AGE IN MY-RATE
                  MOVE DB2-AGELOAD-INT TO FSP-MRT-AGE-LOAD IN MY-RATE
                  MOVE DB2-CARBP-INT TO FSP-MRT-CAR-BP IN MY-RATE
                  MOVE DB2-BASICPCT-INT TO
                       FSP-MRT-BASIC-PCT IN MY-RATE
                  MOVE DB2-STANDARDPCT-INT TO
                       FSP-MRT-STANDARD-PCT IN MY-RATE
                  MOVE DB2-PREMIUMPCT-INT TO
                       FSP-MRT-PREMIUM-PCT IN MY-RATE
                  MOVE DB2-CCBAND1-INT TO FSP-MRT-CC-BAND1 IN MY-RATE
                  MOVE DB2-CCLOAD1-INT TO FSP-MRT-CC-LOAD1 IN MY-RATE
                  MOVE DB2-CCBAND2-INT TO FSP-MRT-CC-BAND2 IN MY-RATE
                  MOVE DB2-CCLOAD2-INT TO FSP-MRT-CC-LOAD2 IN MY-RATE
                  MOVE DB2-ACCPCT-INT TO FSP-MRT-ACC-PCT IN MY-RATE
                  MOVE DB2-ACCCAP-INT TO FSP-MRT-ACC-CAP IN MY-RATE
                  MOVE 0 TO FSP-RETURN-CODE IN MY-RATE
               WHEN SQLCODE = 100
                  MOVE 12 TO FSP-RETURN-CODE IN MY-RATE
               WHEN OTHER
                  PERFORM LOG-SQL-ERROR
                  MOVE 8 TO FSP-RETURN-CODE IN MY-RATE
           END-EVALUATE.

       DELETE-RATE.
           PERFORM CHECK-NOT-IN-FORCE
           IF FSP-RETURN-CODE IN MY-RATE NOT = 0 THEN
              GOBACK
           END-IF

           EXEC SQL
              DELETE FROM GENASA1.MOTORRATE
              WHERE RATEVERSION = :DB2-VERSION-INT
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                  MOVE 0 TO FSP-RETURN-CODE IN MY-RATE
               WHEN SQLCODE = 100
                  MOVE 12 TO FSP-RETURN-CODE IN MY-RATE
               WHEN OTHER
                  PERFORM LOG-SQL-ERROR
                  MOVE 8 TO FSP-RETURN-CODE IN MY-RATE
           END-EVALUATE.

      *    A VERSION WHOSE EFFECTIVE DATE HAS ARRIVED HAS PRICED
      *    BUSINESS AND STAYS AS IT IS - A CORRECTION IS LOADED AS
      *    A NEW VERSION.
       CHECK-NOT-IN-FORCE.
           EXEC SQL
              SELECT EFFECTIVEFROM
              INTO  :WS-STORED-FROM
              FROM GENASA1.MOTORRATE
              WHERE RATEVERSION = :DB2-VERSION-INT
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                  MOVE 12 TO FSP-RETURN-CODE IN MY-RATE
               WHEN SQLCODE NOT = 0
                  PERFORM LOG-SQL-ERROR
                  MOVE 8 TO FSP-RETURN-CODE IN MY-RATE
               WHEN WS-STORED-FROM NOT > WS-TODAY-ISO
                  MOVE 16 TO FSP-RETURN-CODE IN MY-RATE
               WHEN OTHER
                  MOVE 0 TO FSP-RETURN-CODE IN MY-RATE
           END-EVALUATE.

      *    A TARIFF CANNOT TAKE EFFECT IN THE PAST, AND ITS FACTORS
      *    MUST DESCRIBE A PRICE - A BASE RATE, A YOUNG-DRIVER AGE
      *    AND ENGINE BANDS IN ASCENDING ORDER. NO SINGLE LOADING
      *    MAY REACH 100 PERCENT.
       CHECK-RATE-FACTORS.
           EVALUATE TRUE
               WHEN FSP-MRT-EFFECTIVE-FROM IN MY-RATE < WS-TODAY-ISO
                  MOVE 16 TO FSP-RETURN-CODE IN MY-RATE
               WHEN FSP-MRT-BASE-RATE IN MY-RATE NOT NUMERIC
                  OR FSP-MRT-BASE-RATE IN MY-RATE = 0
                  MOVE 4 TO FSP-RETURN-CODE IN MY-RATE
               WHEN FSP-MRT-YOUNG-AGE IN MY-RATE = 0
                  MOVE 4 TO FSP-RETURN-CODE IN MY-RATE
               WHEN FSP-MRT-CC-BAND2 IN MY-RATE NOT >
                    FSP-MRT-CC-BAND1 IN MY-RATE
                  MOVE 4 TO FSP-RETURN-CODE IN MY-RATE
               WHEN FSP-MRT-BASIC-PCT IN MY-RATE > 99
                  OR FSP-MRT-STANDARD-PCT IN MY-RATE > 99
                  OR FSP-MRT-PREMIUM-PCT IN MY-RATE > 99
                  OR FSP-MRT-CC-LOAD1 IN MY-RATE > 99
                  OR FSP-MRT-CC-LOAD2 IN MY-RATE > 99
                  OR FSP-MRT-ACC-PCT IN MY-RATE *
                     FSP-MRT-ACC-CAP IN MY-RATE > 99
                  MOVE 4 TO FSP-RETURN-CODE IN MY-RATE
               WHEN OTHER
                  MOVE 0 TO FSP-RETURN-CODE IN MY-RATE
           END-EVALUATE.

       LOG-SQL-ERROR.
           MOVE 'MRTPGM1 ' TO ERR-PROGRAM
           MOVE SPACES TO ERR-PARAGRAPH
           MOVE SPACES TO ERR-KEY-VALUES
           MOVE SQLCODE TO ERR-SQLCODE
           MOVE SQLSTATE TO ERR-SQLSTATE
           MOVE SQLERRMC TO ERR-SQLERRMC
           CALL 'LGSQLERR' USING WS-SQLERR.

       END PROGRAM MRTPGM1.
