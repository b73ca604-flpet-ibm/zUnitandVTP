       ID DIVISION.
       PROGRAM-ID. RIPGM2.
      ***
      *
      *    (C) 2026 IBM FLEMMING PETERSEN
      *    FACULTATIVE PLACEMENT REGISTER OVER THE RIFACPLACE
      *    MASTER, IN THE RIPGM1 STYLE. FACADD REGISTERS A
      *    PLACEMENT OF THE PART OF A POLICY'S SUM INSURED ABOVE
      *    THE SURPLUS TREATY CAPACITY (REINSURER, SHARE OF THAT
      *    EXCESS, PREMIUM, PERIOD) AND RETURNS THE PLACEMENT ID
      *    IT ALLOCATED, FACUPD CHANGES IT, FACINQ RETURNS IT AND
      *    FACDEL REMOVES IT. THE SHARES PLACED ON ONE POLICY FOR
      *    OVERLAPPING PERIODS MAY NOT ADD UP TO MORE THAN 100.
      *    LGDB2FAC REPORTS WHAT IS STILL UNPLACED AND LGDB2RIC
      *    COMPUTES THE FACULTATIVE CESSIONS AND RECOVERIES.
      *    RETURN CODES: 0 OK, 4 INVALID REQUEST OR PARAMETERS /
      *    OVER-PLACED, 8 SQL ERROR, 12 PLACEMENT (OR, ON ADD, THE
      *    POLICY) NOT ON FILE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Host variables for input to DB2 integer types

       01  DB2-IN-INTEGERS.
           03 DB2-PLACEMENTID-INT      PIC S9(9) COMP.
           03 DB2-POLICYNUMBER-INT     PIC S9(9) COMP.
           03 DB2-SHAREPCT-INT         PIC S9(4) COMP.
           03 DB2-PREMIUM-INT          PIC S9(9) COMP.

       01  WS-DUP-COUNT                PIC S9(9) COMP.
       01  WS-PLACED-PCT               PIC S9(9) COMP.
       01  WS-FETCH-REINSURER          PIC X(30).
       01  WS-FETCH-START              PIC X(10).
       01  WS-FETCH-END                PIC X(10).

           EXEC SQL INCLUDE SQLCA      END-EXEC.

      * Number-range allocation through NUMPGM1
       01  WS-NUM.
           COPY NUMCPY1.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.

       LINKAGE SECTION.
       01  MY-PLACEMENT.
           COPY RICPY2.

       PROCEDURE DIVISION USING MY-PLACEMENT.
      *
       MAIN SECTION.
       MAIN1.

           MOVE FSP-FAC-PLACEMENTID IN MY-PLACEMENT TO
                DB2-PLACEMENTID-INT
           MOVE FSP-FAC-POLICYNUMBER IN MY-PLACEMENT TO
                DB2-POLICYNUMBER-INT
           MOVE FSP-FAC-SHAREPCT IN MY-PLACEMENT TO DB2-SHAREPCT-INT
           MOVE FSP-FAC-PREMIUM IN MY-PLACEMENT TO DB2-PREMIUM-INT

           EVALUATE FSP-REQUEST-ID IN MY-PLACEMENT
               WHEN 'FACADD'
                  PERFORM ADD-PLACEMENT
               WHEN 'FACUPD'
                  PERFORM UPDATE-PLACEMENT
               WHEN 'FACINQ'
                  PERFORM INQUIRE-PLACEMENT
               WHEN 'FACDEL'
                  PERFORM DELETE-PLACEMENT
               WHEN OTHER
                  MOVE 4 TO FSP-RETURN-CODE IN MY-PLACEMENT
           END-EVALUATE.

           GOBACK.

      *    A PLACEMENT NEEDS A REINSURER, A SHARE OF 1-100, A
      *    PERIOD THAT RUNS FORWARDS, AND MUST NOT TAKE THE POLICY
      *    OVER 100 PER CENT PLACED FOR ANY PART OF THAT PERIOD.
       CHECK-PLACEMENT-PARMS.
           MOVE 0 TO FSP-RETURN-CODE IN MY-PLACEMENT
           IF FSP-FAC-REINSURER IN MY-PLACEMENT = SPACES OR
              DB2-SHAREPCT-INT < 1 OR
              DB2-SHAREPCT-INT > 100 OR
              FSP-FAC-STARTDATE IN MY-PLACEMENT = SPACES OR
              FSP-FAC-ENDDATE IN MY-PLACEMENT = SPACES OR
              FSP-FAC-STARTDATE IN MY-PLACEMENT >
              FSP-FAC-ENDDATE IN MY-PLACEMENT THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-PLACEMENT
              GOBACK
           END-IF

           EXEC SQL
              SELECT COALESCE(SUM(SHAREPCT), 0)
              INTO  :WS-PLACED-PCT
              FROM GENASA1.RIFACPLACE
              WHERE POLICYNUMBER = :DB2-POLICYNUMBER-INT
                AND PLACEMENTID <> :DB2-PLACEMENTID-INT
                AND STARTDATE <= :FSP-FAC-ENDDATE
                AND ENDDATE >= :FSP-FAC-STARTDATE
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                  PERFORM LOG-SQL-ERROR
                  MOVE 8 TO FSP-RETURN-CODE IN MY-PLACEMENT
               WHEN WS-PLACED-PCT + DB2-SHAREPCT-INT > 100
                  MOVE 4 TO FSP-RETURN-CODE IN MY-PLACEMENT
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.

       ADD-PLACEMENT.
           EXEC SQL
              SELECT COUNT(*)
              INTO  :WS-DUP-COUNT
              FROM POLICY
              WHERE POLICYNUMBER = :DB2-POLICYNUMBER-INT
           END-EXEC
           IF WS-DUP-COUNT = 0 THEN
              MOVE 12 TO FSP-RETURN-CODE IN MY-PLACEMENT
              GOBACK
           END-IF

           MOVE 0 TO DB2-PLACEMENTID-INT
           PERFORM CHECK-PLACEMENT-PARMS
           IF FSP-RETURN-CODE IN MY-PLACEMENT NOT = 0 THEN
              GOBACK
           END-IF

           MOVE 'RIPLACE' TO NUM-KEY-TYPE IN WS-NUM
           MOVE 1 TO NUM-COUNT IN WS-NUM
           CALL 'NUMPGM1' USING WS-NUM
           IF NUM-RC IN WS-NUM NOT = 0 THEN
              MOVE 8 TO FSP-RETURN-CODE IN MY-PLACEMENT
              GOBACK
           END-IF
           MOVE NUM-FIRST IN WS-NUM TO DB2-PLACEMENTID-INT

           EXEC SQL
              INSERT INTO GENASA1.RIFACPLACE
                        ( PLACEMENTID,
                          POLICYNUMBER,
                          REINSURER,
                          SHAREPCT,
                          PREMIUM,
                          STARTDATE,
                          ENDDATE,
                          PLACEDDATE )
                 VALUES ( :DB2-PLACEMENTID-INT,
                          :DB2-POLICYNUMBER-INT,
                          :FSP-FAC-REINSURER,
                          :DB2-SHAREPCT-INT,
                          :DB2-PREMIUM-INT,
                          :FSP-FAC-STARTDATE,
                          :FSP-FAC-ENDDATE,
                          CURRENT DATE )
           END-EXEC
           IF SQLCODE = 0 THEN
              MOVE DB2-PLACEMENTID-INT TO
                   FSP-FAC-PLACEMENTID IN MY-PLACEMENT
              MOVE 0 TO FSP-RETURN-CODE IN MY-PLACEMENT
           ELSE
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-PLACEMENT
           END-IF.

      *    THE POLICY A PLACEMENT COVERS NEVER CHANGES - A
      *    PLACEMENT MADE ON THE WRONG POLICY IS DELETED AND ADDED
      *    AGAIN.
       UPDATE-PLACEMENT.
           EXEC SQL
              SELECT POLICYNUMBER
              INTO  :DB2-POLICYNUMBER-INT
              FROM GENASA1.RIFACPLACE
              WHERE PLACEMENTID = :DB2-PLACEMENTID-INT
           END-EXEC
           IF SQLCODE = 100 THEN
              MOVE 12 TO FSP-RETURN-CODE IN MY-PLACEMENT
              GOBACK
           END-IF

           PERFORM CHECK-PLACEMENT-PARMS
           IF FSP-RETURN-CODE IN MY-PLACEMENT NOT = 0 THEN
              GOBACK
           END-IF

           EXEC SQL
              UPDATE GENASA1.RIFACPLACE
              SET    REINSURER = :FSP-FAC-REINSURER,
                     SHAREPCT = :DB2-SHAREPCT-INT,
                     PREMIUM = :DB2-PREMIUM-INT,
                     STARTDATE = :FSP-FAC-STARTDATE,
                     ENDDATE = :FSP-FAC-ENDDATE
              WHERE  PLACEMENTID = :DB2-PLACEMENTID-INT
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                  MOVE DB2-POLICYNUMBER-INT TO
                       FSP-FAC-POLICYNUMBER IN MY-PLACEMENT
                  MOVE 0 TO FSP-RETURN-CODE IN MY-PLACEMENT
               WHEN SQLCODE = 100
                  MOVE 12 TO FSP-RETURN-CODE IN MY-PLACEMENT
               WHEN OTHER
                  PERFORM LOG-SQL-ERROR
                  MOVE 8 TO FSP-RETURN-CODE IN MY-PLACEMENT
           END-EVALUATE.

       INQUIRE-PLACEMENT.
           EXEC SQL
              SELECT POLICYNUMBER, REINSURER, SHAREPCT,
                     PREMIUM, STARTDATE, ENDDATE
              INTO   :DB2-POLICYNUMBER-INT, :WS-FETCH-REINSURER,
                     :DB2-SHAREPCT-INT, :DB2-PREMIUM-INT,
                     :WS-FETCH-START, :WS-FETCH-END
              FROM   GENASA1.RIFACPLACE
              WHERE  PLACEMENTID = :DB2-PLACEMENTID-INT
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                  MOVE DB2-POLICYNUMBER-INT TO
                       FSP-FAC-POLICYNUMBER IN MY-PLACEMENT
                  MOVE WS-FETCH-REINSURER TO
                       FSP-FAC-REINSURER IN MY-PLACEMENT
                  MOVE DB2-SHAREPCT-INT TO
                       FSP-FAC-SHAREPCT IN MY-PLACEMENT
                  MOVE DB2-PREMIUM-INT TO
                       FSP-FAC-PREMIUM IN MY-PLACEMENT
                  MOVE WS-FETCH-START TO
                       FSP-FAC-STARTDATE IN MY-PLACEMENT
                  MOVE WS-FETCH-END TO
                       FSP-FAC-ENDDATE IN MY-PLACEMENT
                  MOVE 0 TO FSP-RETURN-CODE IN MY-PLACEMENT
               WHEN SQLCODE = 100
                  MOVE 12 TO FSP-RETURN-CODE IN MY-PLACEMENT
               WHEN OTHER
                  PERFORM LOG-SQL-ERROR
                  MOVE 8 TO FSP-RETURN-CODE IN MY-PLACEMENT
           END-EVALUATE.

       DELETE-PLACEMENT.
           EXEC SQL
              DELETE FROM GENASA1.RIFACPLACE
              WHERE PLACEMENTID = :DB2-PLACEMENTID-INT
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                  MOVE 0 TO FSP-RETURN-CODE IN MY-PLACEMENT
               WHEN SQLCODE = 100
                  MOVE 12 TO FSP-RETURN-CODE IN MY-PLACEMENT
               WHEN OTHER
                  PERFORM LOG-SQL-ERROR
                  MOVE 8 TO FSP-RETURN-CODE IN MY-PLACEMENT
           END-EVALUATE.

       LOG-SQL-ERROR.
           MOVE 'RIPGM2  ' TO ERR-PROGRAM
           MOVE SPACES TO ERR-PARAGRAPH
           MOVE SPACES TO ERR-KEY-VALUES
           MOVE SQLCODE TO ERR-SQLCODE
           MOVE SQLSTATE TO ERR-SQLSTATE
           MOVE SQLERRMC TO ERR-SQLERRMC
           CALL 'LGSQLERR' USING WS-SQLERR.

       END PROGRAM RIPGM2.
