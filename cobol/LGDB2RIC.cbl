      *    A RERUN IS ALWAYS SAFE): A QUOTA-SHARE TREATY ('Q')
      *    CEDES CEDEDPCT OF EVERY IN-FORCE POLICY'S PREMIUM ON ITS
      *    LINE OF BUSINESS; A SURPLUS TREATY ('S') CEDES THE SHARE
      *    OF THE INSURED VALUE BETWEEN THE RETENTION AND THE
      *    TREATY CAPACITY (TEN TIMES THE RETENTION WHERE NO
      *    CAPACITY IS SET) - ANYTHING ABOVE THE CAPACITY IS FOR
      *    FACULTATIVE PLACEMENT. THE RECOVERY
      *    SIDE FLAGS EVERY CLAIM WHOSE INCURRED (VALUE) BREACHES
      *    THE RETENTION AND COMPUTES THE REINSURER'S SHARE OF THE
      *    CLAIMPAYMENT POSTINGS AT THE SAME PERCENTAGE - BOTH ON
      *    THE NET FIGURE, AFTER THE SALVAGE ON A WRITTEN-OFF
      *    VEHICLE (INCURRED LESS THE SALE PRICE OR PROCEEDS,
      *    WHICHEVER IS HIGHER; PAID LESS THE PROCEEDS). THE
      *    FACULTATIVE PLACEMENTS ON RIFACPLACE ARE REBUILT THE SAME
      *    WAY INTO RIFACCESSION (THE AGREED PLACEMENT PREMIUM) AND
      *    RIFACRECOVERY (THE PLACED SHARE OF THE EXCESS OVER
      *    CAPACITY, AS A SHARE OF THE WHOLE RISK, OF EVERY CLAIM
      *    NOTIFIED IN THE PLACEMENT PERIOD). LGDB2RIS PRINTS THE
      *    QUARTERLY TREATY STATEMENT AND THE FACULTATIVE
      *    BORDEREAUX FROM THESE TABLES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       01  WS-TREATYTYPE                PIC X(1).
       01  DB2-CEDEDPCT-INT             PIC S9(4) COMP.
       01  DB2-RETENTION-INT            PIC S9(9) COMP.
       01  DB2-CAPACITY-INT             PIC S9(9) COMP.
       01  WS-STARTDATE                 PIC X(10).
       01  WS-ENDDATE                   PIC X(10).

       01  WS-INSURED-FOUND             PIC X VALUE '0'.
          88 INSURED-VALUE-FOUND             VALUE '1'.

      *    THE FACULTATIVE PLACEMENT BEING PROCESSED
       01  DB2-PLACEMENTID-INT          PIC S9(9) COMP.
       01  DB2-FACPCT-INT               PIC S9(4) COMP.
       01  DB2-FACPREMIUM-INT           PIC S9(9) COMP.
       01  WS-FAC-START                 PIC X(10).
       01  WS-FAC-END                   PIC X(10).

       01  WS-CNT-TREATIES              PIC 9(5) VALUE 0.
       01  WS-CNT-CESSIONS              PIC 9(7) VALUE 0.
       01  WS-CNT-RECOVERIES            PIC 9(7) VALUE 0.
       01  WS-CNT-PLACEMENTS            PIC 9(7) VALUE 0.
       01  WS-CNT-FAC-CESSIONS          PIC 9(7) VALUE 0.
       01  WS-CNT-FAC-RECOVERIES        PIC 9(7) VALUE 0.

      *    PERIODIC COMMIT SO THE JOB DOES NOT HOLD LOCKS AND LOG
      *    SPACE FOR THE FULL LENGTH OF THE RUN.
           EXEC SQL
             DECLARE CTRE CURSOR WITH HOLD FOR
               SELECT TREATYID, LINEOFBUSINESS, TREATYTYPE,
                      CEDEDPCT, RETENTION, STARTDATE, ENDDATE,
                      COALESCE(CAPACITY, 0)
               FROM   GENASA1.RITREATY
               ORDER BY TREATYID
           END-EXEC.
                              POLICY.POLICYNUMBER)
           END-EXEC.

      *    CLAIMS ON THE LINE WHOSE NET INCURRED BREACHES THE
      *    RETENTION, WITH PAID-TO-DATE FROM THE POSTING HISTORY,
      *    BOTH NET OF ANY SALVAGE.
           EXEC SQL
             DECLARE CCLA CURSOR WITH HOLD FOR
               SELECT CLAIM.CLAIMNUMBER,
                      CLAIM.VALUE -
                      COALESCE(MAX(GENASA1.SALVAGE.EXPECTEDAMOUNT,
                                   GENASA1.SALVAGE.RECEIVEDAMOUNT), 0),
                      CLAIM.PAID -
                      COALESCE(GENASA1.SALVAGE.RECEIVEDAMOUNT, 0)
               FROM   CLAIM
               INNER JOIN POLICY
                 ON   CLAIM.POLICYNUMBER = POLICY.POLICYNUMBER
               LEFT OUTER JOIN GENASA1.SALVAGE
                 ON   GENASA1.SALVAGE.CLAIMNUMBER =
                      CLAIM.CLAIMNUMBER
               WHERE  POLICY.POLICYTYPE = :WS-LOB
                 AND  CLAIM.VALUE -
                      COALESCE(MAX(GENASA1.SALVAGE.EXPECTEDAMOUNT,
                                   GENASA1.SALVAGE.RECEIVEDAMOUNT), 0)
                      > :DB2-RETENTION-INT
                 AND  CLAIM.CLAIMDATE BETWEEN :WS-STARTDATE
                                          AND :WS-ENDDATE
           END-EXEC.

      *    FACULTATIVE PLACEMENTS ON POLICIES STILL IN FORCE - A
      *    CANCELLED POLICY'S PLACEMENT IS UNWOUND WITH IT.
           EXEC SQL
             DECLARE CFAC CURSOR WITH HOLD FOR
               SELECT GENASA1.RIFACPLACE.PLACEMENTID,
                      GENASA1.RIFACPLACE.POLICYNUMBER,
                      GENASA1.RIFACPLACE.SHAREPCT,
                      COALESCE(GENASA1.RIFACPLACE.PREMIUM, 0),
                      GENASA1.RIFACPLACE.STARTDATE,
                      GENASA1.RIFACPLACE.ENDDATE,
                      POLICY.POLICYTYPE,
                      COALESCE(POLICY.PAYMENT, 0)
               FROM   GENASA1.RIFACPLACE
               INNER JOIN POLICY
                 ON   POLICY.POLICYNUMBER =
                      GENASA1.RIFACPLACE.POLICYNUMBER
               WHERE  NOT EXISTS
                      (SELECT 1 FROM GENASA1.POLCANCEL
                        WHERE GENASA1.POLCANCEL.POLICYNUMBER =
                              POLICY.POLICYNUMBER)
               ORDER BY GENASA1.RIFACPLACE.PLACEMENTID
           END-EXEC.

      *    EVERY CLAIM ON THE PLACED POLICY NOTIFIED IN THE
      *    PLACEMENT PERIOD - FACULTATIVE IS PROPORTIONAL, SO THERE
      *    IS NO RETENTION TO BREACH - NET OF SALVAGE AS ABOVE.
           EXEC SQL
             DECLARE CFCL CURSOR WITH HOLD FOR
               SELECT CLAIM.CLAIMNUMBER,
                      CLAIM.VALUE -
                      COALESCE(MAX(GENASA1.SALVAGE.EXPECTEDAMOUNT,
                                   GENASA1.SALVAGE.RECEIVEDAMOUNT), 0),
                      CLAIM.PAID -
                      COALESCE(GENASA1.SALVAGE.RECEIVEDAMOUNT, 0)
               FROM   CLAIM
               LEFT OUTER JOIN GENASA1.SALVAGE
                 ON   GENASA1.SALVAGE.CLAIMNUMBER =
                      CLAIM.CLAIMNUMBER
               WHERE  CLAIM.POLICYNUMBER = :DB2-POLICYNUMBER-INT
                 AND  CLAIM.CLAIMDATE BETWEEN :WS-FAC-START
                                          AND :WS-FAC-END
           END-EXEC.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           EXEC SQL DELETE FROM GENASA1.RIFACCESSION END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           EXEC SQL DELETE FROM GENASA1.RIFACRECOVERY END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           EXEC SQL OPEN CTRE END-EXEC.
           PERFORM FETCH-CTRE.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0

                   ADD 1 TO WS-CNT-TREATIES
                   PERFORM SET-TREATY-CAPACITY
                   PERFORM CEDE-ONE-TREATY
                   PERFORM RECOVER-ONE-TREATY
                   PERFORM FETCH-CTRE
           END-PERFORM.
           EXEC SQL CLOSE CTRE END-EXEC.

           EXEC SQL OPEN CFAC END-EXEC.
           PERFORM FETCH-CFAC.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0

                   ADD 1 TO WS-CNT-PLACEMENTS
                   PERFORM CEDE-ONE-PLACEMENT
                   PERFORM RECOVER-ONE-PLACEMENT
                   PERFORM FETCH-CFAC
           END-PERFORM.
           EXEC SQL CLOSE CFAC END-EXEC.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY '-----------------------------------------'.
           DISPLAY '  TREATIES PROCESSED...: ' WS-CNT-TREATIES.
           DISPLAY '  CESSIONS WRITTEN.....: ' WS-CNT-CESSIONS.
           DISPLAY '  RECOVERIES WRITTEN...: ' WS-CNT-RECOVERIES.
           DISPLAY '  FAC PLACEMENTS.......: ' WS-CNT-PLACEMENTS.
           DISPLAY '  FAC CESSIONS WRITTEN.: ' WS-CNT-FAC-CESSIONS.
           DISPLAY '  FAC RECOVERIES.......: ' WS-CNT-FAC-RECOVERIES.
           DISPLAY '-----------------------------------------'.

           PERFORM MARK-RUN-ENDED.
              FETCH CTRE
              INTO :WS-TREATYID, :WS-LOB, :WS-TREATYTYPE,
                   :DB2-CEDEDPCT-INT, :DB2-RETENTION-INT,
                   :WS-STARTDATE, :WS-ENDDATE,
                   :DB2-CAPACITY-INT
           END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              STOP RUN
           END-IF.

      *    WITH NO CAPACITY SET A SURPLUS TREATY IS A NINE-LINE
      *    SURPLUS, SO IT NEVER TAKES MORE THAN 90 PER CENT OF A
      *    RISK.
       SET-TREATY-CAPACITY.
           IF DB2-CAPACITY-INT <= 0 THEN
              COMPUTE DB2-CAPACITY-INT = DB2-RETENTION-INT * 10
           END-IF.

      *----------------------------------------------------------------*
       CEDE-ONE-TREATY.
           EXEC SQL OPEN CPOL END-EXEC.
           END-IF.

      *    QUOTA SHARE CEDES A FLAT PERCENTAGE; SURPLUS CEDES THE
      *    SHARE OF THE INSURED VALUE SITTING ABOVE THE RETENTION,
      *    UP TO THE TREATY CAPACITY. A SURPLUS RISK WITH NO
      *    INSURED VALUE ON FILE, OR ONE INSIDE THE RETENTION,
      *    CEDES NOTHING.
       CEDE-ONE-POLICY.
           EVALUATE WS-TREATYTYPE
               WHEN 'Q'
           IF INSURED-VALUE-FOUND AND
              DB2-INSURED-INT > DB2-RETENTION-INT AND
              DB2-INSURED-INT > 0 THEN
              IF DB2-INSURED-INT > DB2-CAPACITY-INT THEN
                 COMPUTE DB2-SHAREPCT-INT =
                         (DB2-CAPACITY-INT - DB2-RETENTION-INT)
                         * 100 / DB2-INSURED-INT
              ELSE
                 COMPUTE DB2-SHAREPCT-INT =
                         (DB2-INSURED-INT - DB2-RETENTION-INT)
                         * 100 / DB2-INSURED-INT
              END-IF
           END-IF.


      *    THE REINSURER PAYS THE SHARE OF EVERY POSTING ABOVE THE
      *    RETENTION - QUOTA AT THE FLAT PERCENTAGE, SURPLUS AT THE
      *    EXCESS-OVER-RETENTION SHARE OF THE NET INCURRED VALUE,
      *    NO HIGHER THAN THE TREATY CAPACITY.
       RECOVER-ONE-CLAIM.
      *    PROCEEDS IN BEFORE THE SETTLEMENT IS PAID LEAVE NOTHING
      *    YET TO SHARE, NOT A NEGATIVE RECOVERY.
           IF DB2-PAID-INT < 0 THEN
              MOVE 0 TO DB2-PAID-INT
           END-IF.

           EVALUATE WS-TREATYTYPE
               WHEN 'Q'
                  MOVE DB2-CEDEDPCT-INT TO DB2-SHAREPCT-INT
               WHEN 'S'
                  IF DB2-VALUE-INT > DB2-CAPACITY-INT THEN
                     COMPUTE DB2-SHAREPCT-INT =
                             (DB2-CAPACITY-INT - DB2-RETENTION-INT)
                             * 100 / DB2-VALUE-INT
                  ELSE
                     COMPUTE DB2-SHAREPCT-INT =
                             (DB2-VALUE-INT - DB2-RETENTION-INT)
                             * 100 / DB2-VALUE-INT
                  END-IF
               WHEN OTHER
                  MOVE 0 TO DB2-SHAREPCT-INT
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       FETCH-CFAC.
           EXEC SQL
              FETCH CFAC
              INTO :DB2-PLACEMENTID-INT, :DB2-POLICYNUMBER-INT,
                   :DB2-SHAREPCT-INT, :DB2-FACPREMIUM-INT,
                   :WS-FAC-START, :WS-FAC-END,
                   :WS-LOB, :DB2-PAYMENT-INT
           END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    THE REINSURER TAKES ITS PLACED SHARE OF THE PART OF THE
      *    SUM INSURED ABOVE THE CAPACITY OF THE SURPLUS TREATY ON
      *    THE LINE AT THE START OF THE PLACEMENT - EXPRESSED AS A
      *    SHARE OF THE WHOLE RISK. WITH NO SURPLUS TREATY ON THE
      *    LINE THE WHOLE SUM INSURED IS THE EXCESS. THE CESSION
      *    IS THE PREMIUM AGREED ON THE PLACEMENT.
       CEDE-ONE-PLACEMENT.
           MOVE 0 TO DB2-FACPCT-INT.
           PERFORM LOOK-UP-SURPLUS-CAPACITY.
           PERFORM LOOK-UP-INSURED-VALUE.
           IF INSURED-VALUE-FOUND AND
              DB2-INSURED-INT > DB2-CAPACITY-INT THEN
              COMPUTE DB2-FACPCT-INT =
                      DB2-SHAREPCT-INT *
                      (DB2-INSURED-INT - DB2-CAPACITY-INT)
                      / DB2-INSURED-INT
           END-IF.

           EXEC SQL
              INSERT INTO GENASA1.RIFACCESSION
                        ( PLACEMENTID,
                          POLICYNUMBER,
                          CESSIONDATE,
                          GROSSPREMIUM,
                          FACSHAREPCT,
                          CEDEDPREMIUM )
                 VALUES ( :DB2-PLACEMENTID-INT,
                          :DB2-POLICYNUMBER-INT,
                          :WS-TODAY-ISO,
                          :DB2-PAYMENT-INT,
                          :DB2-FACPCT-INT,
                          :DB2-FACPREMIUM-INT )
           END-EXEC.
           IF SQLCODE = 0 THEN
              ADD 1 TO WS-CNT-FAC-CESSIONS
           ELSE
              PERFORM DISPLAY-SQL-ERROR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       LOOK-UP-SURPLUS-CAPACITY.
           MOVE 0 TO DB2-CAPACITY-INT.
           EXEC SQL
              SELECT COALESCE(MIN(CASE WHEN CAPACITY > 0
                                       THEN CAPACITY
                                       ELSE RETENTION * 10 END), 0)
              INTO  :DB2-CAPACITY-INT
              FROM  GENASA1.RITREATY
              WHERE TREATYTYPE = 'S'
                AND LINEOFBUSINESS = :WS-LOB
                AND STARTDATE <= :WS-FAC-START
                AND ENDDATE >= :WS-FAC-START
           END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       RECOVER-ONE-PLACEMENT.
           IF DB2-FACPCT-INT > 0 THEN
              EXEC SQL OPEN CFCL END-EXEC
              PERFORM FETCH-CFCL
              PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0
                 PERFORM RECOVER-ONE-FAC-CLAIM
                 PERFORM COMMIT-CHECKPOINT
                 PERFORM FETCH-CFCL
              END-PERFORM
              EXEC SQL CLOSE CFCL END-EXEC
           END-IF.

       FETCH-CFCL.
           EXEC SQL
              FETCH CFCL
              INTO :DB2-CLAIMNUMBER-INT, :DB2-VALUE-INT,
                   :DB2-PAID-INT
           END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       RECOVER-ONE-FAC-CLAIM.
           IF DB2-PAID-INT < 0 THEN
              MOVE 0 TO DB2-PAID-INT
           END-IF.
           COMPUTE DB2-RISHARE-INT =
                   DB2-PAID-INT * DB2-FACPCT-INT / 100.
           EXEC SQL
              INSERT INTO GENASA1.RIFACRECOVERY
                        ( PLACEMENTID,
                          CLAIMNUMBER,
                          CALCDATE,
                          INCURRED,
                          PAIDTODATE,
                          RISHAREPCT,
                          RISHAREAMOUNT )
                 VALUES ( :DB2-PLACEMENTID-INT,
                          :DB2-CLAIMNUMBER-INT,
                          :WS-TODAY-ISO,
                          :DB2-VALUE-INT,
                          :DB2-PAID-INT,
                          :DB2-FACPCT-INT,
                          :DB2-RISHARE-INT )
           END-EXEC.
           IF SQLCODE = 0 THEN
              ADD 1 TO WS-CNT-FAC-RECOVERIES
           ELSE
              PERFORM DISPLAY-SQL-ERROR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *----------------------------------------------------------------*
       DISPLAY-SQL-ERROR.

