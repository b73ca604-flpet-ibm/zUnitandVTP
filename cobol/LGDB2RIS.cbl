      *    FROM RIRECOVERY) THAT LGDB2RIC COMPUTED, WITH THE NET
      *    BALANCE DUE TO OR FROM THE REINSURER - THE STATEMENT THE
      *    QUARTERLY ACCOUNTS USED TO BE ASSEMBLED FOR IN
      *    SPREADSHEETS. IT THEN PRINTS A FACULTATIVE BORDEREAU PER
      *    REINSURER: EVERY PLACEMENT LGDB2RIC CEDED (POLICY,
      *    PLACED SHARE OF THE EXCESS AND OF THE WHOLE RISK,
      *    PERIOD, CEDED PREMIUM, CLAIMS AND RECOVERIES FROM
      *    RIFACCESSION AND RIFACRECOVERY) WITH THE REINSURER'S
      *    TOTALS AND NET BALANCE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       01  WS-DISP-NET                  PIC +(10)9.
       01  WS-CNT-TREATIES              PIC 9(5) VALUE 0.

      *    THE FACULTATIVE PLACEMENT BEING LISTED AND THE TOTALS
      *    FOR ITS REINSURER.
       01  WS-FAC-REINSURER             PIC X(30).
       01  WS-PREV-REINSURER            PIC X(30) VALUE SPACES.
       01  DB2-PLACEMENTID-INT          PIC S9(9) COMP.
       01  DB2-POLICYNUMBER-INT         PIC S9(9) COMP.
       01  DB2-SHAREPCT-INT             PIC S9(4) COMP.
       01  DB2-FACPCT-INT               PIC S9(4) COMP.
       01  WS-FAC-START                 PIC X(10).
       01  WS-FAC-END                   PIC X(10).
       01  DB2-FACCEDED-INT             PIC S9(9) COMP.
       01  DB2-FACCLAIMS-INT            PIC S9(9) COMP.
       01  DB2-FACRECOVERED-INT         PIC S9(9) COMP.
       01  WS-RE-PLACEMENTS             PIC S9(9) COMP.
       01  WS-RE-CEDED                  PIC S9(11) COMP.
       01  WS-RE-CLAIMS                 PIC S9(9) COMP.
       01  WS-RE-RECOVERED              PIC S9(11) COMP.
       01  WS-DISP-ID                   PIC Z(8)9.
       01  WS-DISP-POLICY               PIC Z(8)9.
       01  WS-DISP-PCT                  PIC ZZ9.
       01  WS-DISP-RISK-PCT             PIC ZZ9.
       01  WS-DISP-CLAIMS               PIC ZZZZZ9.
       01  WS-DISP-RECOVERED            PIC Z(10)9.
       01  WS-CNT-REINSURERS            PIC 9(5) VALUE 0.

      * Central run-control (RUNLOG) interface
       01  WS-RUNLOG.
           COPY RUNCPY1.
               ORDER BY TREATYID
           END-EXEC.

      *    EVERY FACULTATIVE PLACEMENT LGDB2RIC CEDED, WITH THE
      *    RECOVERIES IT COMPUTED, GROUPED BY REINSURER.
           EXEC SQL
             DECLARE C2 CURSOR FOR
               SELECT GENASA1.RIFACPLACE.REINSURER,
                      GENASA1.RIFACPLACE.PLACEMENTID,
                      GENASA1.RIFACPLACE.POLICYNUMBER,
                      GENASA1.RIFACPLACE.SHAREPCT,
                      GENASA1.RIFACCESSION.FACSHAREPCT,
                      GENASA1.RIFACPLACE.STARTDATE,
                      GENASA1.RIFACPLACE.ENDDATE,
                      GENASA1.RIFACCESSION.CEDEDPREMIUM,
                      (SELECT COUNT(*)
                       FROM   GENASA1.RIFACRECOVERY
                       WHERE  GENASA1.RIFACRECOVERY.PLACEMENTID =
                              GENASA1.RIFACPLACE.PLACEMENTID),
                      (SELECT COALESCE(SUM(
                              GENASA1.RIFACRECOVERY.RISHAREAMOUNT), 0)
                       FROM   GENASA1.RIFACRECOVERY
                       WHERE  GENASA1.RIFACRECOVERY.PLACEMENTID =
                              GENASA1.RIFACPLACE.PLACEMENTID)
               FROM   GENASA1.RIFACPLACE
               INNER JOIN GENASA1.RIFACCESSION
                 ON   GENASA1.RIFACCESSION.PLACEMENTID =
                      GENASA1.RIFACPLACE.PLACEMENTID
               ORDER BY GENASA1.RIFACPLACE.REINSURER,
                        GENASA1.RIFACPLACE.PLACEMENTID
           END-EXEC.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.

           PERFORM CLOSE-CURSOR.

           DISPLAY '------------------------------------------------'.
           DISPLAY 'LGDB2RIS FACULTATIVE BORDEREAUX'.

           PERFORM OPEN-FAC-CURSOR.
           PERFORM FETCH-FAC-CURSOR.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0

                   PERFORM LIST-ONE-PLACEMENT
                   PERFORM FETCH-FAC-CURSOR
           END-PERFORM.

           PERFORM CLOSE-FAC-CURSOR.

           IF WS-PREV-REINSURER NOT = SPACES THEN
              PERFORM TOTAL-ONE-REINSURER
           END-IF.

           DISPLAY '------------------------------------------------'.
           DISPLAY '  TREATIES STATED......: ' WS-CNT-TREATIES.
           DISPLAY '  FAC REINSURERS.......: ' WS-CNT-REINSURERS.
           DISPLAY '------------------------------------------------'.

           PERFORM MARK-RUN-ENDED.
              PERFORM DISPLAY-SQL-ERROR
           END-IF.

       OPEN-FAC-CURSOR.

            EXEC SQL OPEN C2 END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       FETCH-FAC-CURSOR.

             EXEC SQL
                 FETCH C2
                 INTO :WS-FAC-REINSURER, :DB2-PLACEMENTID-INT,
                      :DB2-POLICYNUMBER-INT, :DB2-SHAREPCT-INT,
                      :DB2-FACPCT-INT, :WS-FAC-START, :WS-FAC-END,
                      :DB2-FACCEDED-INT, :DB2-FACCLAIMS-INT,
                      :DB2-FACRECOVERED-INT
             END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       CLOSE-FAC-CURSOR.

            EXEC SQL CLOSE C2 END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
           END-IF.

      *----------------------------------------------------------------*
      *    CEDED PREMIUM IS MONEY TO THE REINSURER, THE LOSS SHARE
      *    IS MONEY BACK - THE NET LINE IS WHAT SETTLES.
           MOVE WS-NET-BALANCE TO WS-DISP-NET.
           DISPLAY '  NET DUE TO REINSURER: ' WS-DISP-NET.

      *----------------------------------------------------------------*
      *    A NEW REINSURER CLOSES THE PREVIOUS ONE'S BORDEREAU.
       LIST-ONE-PLACEMENT.
           IF WS-FAC-REINSURER NOT = WS-PREV-REINSURER THEN
              IF WS-PREV-REINSURER NOT = SPACES THEN
                 PERFORM TOTAL-ONE-REINSURER
              END-IF
              MOVE WS-FAC-REINSURER TO WS-PREV-REINSURER
              MOVE 0 TO WS-RE-PLACEMENTS
              MOVE 0 TO WS-RE-CEDED
              MOVE 0 TO WS-RE-CLAIMS
              MOVE 0 TO WS-RE-RECOVERED
              ADD 1 TO WS-CNT-REINSURERS
              DISPLAY ' '
              DISPLAY 'REINSURER ' WS-FAC-REINSURER
              DISPLAY '  PLACEMENT    POLICY EXC RSK PERIOD           '
                      '           CEDED CLAIMS   RECOVERED'
           END-IF.

           ADD 1 TO WS-RE-PLACEMENTS.
           ADD DB2-FACCEDED-INT TO WS-RE-CEDED.
           ADD DB2-FACCLAIMS-INT TO WS-RE-CLAIMS.
           ADD DB2-FACRECOVERED-INT TO WS-RE-RECOVERED.

           MOVE DB2-PLACEMENTID-INT TO WS-DISP-ID.
           MOVE DB2-POLICYNUMBER-INT TO WS-DISP-POLICY.
           MOVE DB2-SHAREPCT-INT TO WS-DISP-PCT.
           MOVE DB2-FACPCT-INT TO WS-DISP-RISK-PCT.
           MOVE DB2-FACCEDED-INT TO WS-DISP-AMOUNT.
           MOVE DB2-FACCLAIMS-INT TO WS-DISP-CLAIMS.
           MOVE DB2-FACRECOVERED-INT TO WS-DISP-RECOVERED.
           DISPLAY '  ' WS-DISP-ID ' ' WS-DISP-POLICY ' '
                   WS-DISP-PCT ' ' WS-DISP-RISK-PCT ' '
                   WS-FAC-START ' ' WS-FAC-END ' '
                   WS-DISP-AMOUNT ' ' WS-DISP-CLAIMS ' '
                   WS-DISP-RECOVERED.

       TOTAL-ONE-REINSURER.
           MOVE WS-RE-PLACEMENTS TO WS-DISP-COUNT.
           MOVE WS-RE-CEDED TO WS-DISP-AMOUNT.
           DISPLAY '  PREMIUM BORDEREAU...: ' WS-DISP-COUNT
                   ' PLACEMENTS, CEDED ' WS-DISP-AMOUNT.
           MOVE WS-RE-CLAIMS TO WS-DISP-COUNT.
           MOVE WS-RE-RECOVERED TO WS-DISP-AMOUNT.
           DISPLAY '  LOSS BORDEREAU......: ' WS-DISP-COUNT
                   ' CLAIMS, RI SHARE ' WS-DISP-AMOUNT.
           COMPUTE WS-NET-BALANCE = WS-RE-CEDED - WS-RE-RECOVERED.
           MOVE WS-NET-BALANCE TO WS-DISP-NET.
           DISPLAY '  NET DUE TO REINSURER: ' WS-DISP-NET.

      *----------------------------------------------------------------*
       DISPLAY-SQL-ERROR.

