              10 WS-TYPE-CODE           PIC X(1).
              10 WS-TYPE-PREMIUM        PIC S9(11) COMP.
              10 WS-TYPE-PAID           PIC S9(11) COMP.
              10 WS-TYPE-SALVAGE        PIC S9(11) COMP.
       01  WS-TYPE-COUNT                PIC S9(4) COMP VALUE 0.

       01  WS-FETCH-GROUP               PIC X(10).

       01  WS-DISP-PREMIUM              PIC Z(9)9.
       01  WS-DISP-PAID                 PIC Z(9)9.
       01  WS-DISP-SALVAGE              PIC Z(9)9.
       01  WS-LOSS-RATIO                PIC S9(3)V99.
       01  WS-DISP-LOSS-RATIO           PIC ZZ9,99.

               ORDER BY POLICY.POLICYTYPE
           END-EXEC.

      *    SALVAGE PROCEEDS FROM WRITTEN-OFF VEHICLES, BY POLICY
      *    TYPE - NETTED OFF THE PAID FIGURES THE SAME WAY AND
      *    SHOWN IN THEIR OWN COLUMN.
           EXEC SQL
             DECLARE C5 CURSOR FOR
               SELECT POLICY.POLICYTYPE,
                      SUM(GENASA1.SALVAGE.RECEIVEDAMOUNT)
               FROM   GENASA1.SALVAGE, CLAIM, POLICY
               WHERE  GENASA1.SALVAGE.CLAIMNUMBER =
                      CLAIM.CLAIMNUMBER
                 AND  CLAIM.POLICYNUMBER = POLICY.POLICYNUMBER
               GROUP BY POLICY.POLICYTYPE
               ORDER BY POLICY.POLICYTYPE
           END-EXEC.

      *    CLAIMS PAID, BY CAUSE PERIL GROUP - CLAIMS NOT YET
      *    BACK-CODED SHOW AS 'UNCODED' SO THE REPORT STILL ADDS UP.
           EXEC SQL
           PERFORM LOAD-PREMIUM-BY-TYPE.
           PERFORM LOAD-PAID-BY-TYPE.
           PERFORM NET-OFF-RECOVERIES.
           PERFORM NET-OFF-SALVAGE.
           PERFORM LOAD-PAID-BY-GROUP.
           PERFORM DISPLAY-REPORT.

              MOVE WS-FETCH-TYPE    TO WS-TYPE-CODE(WS-TYPE-IDX)
              MOVE WS-FETCH-PREMIUM TO WS-TYPE-PREMIUM(WS-TYPE-IDX)
              MOVE 0                TO WS-TYPE-PAID(WS-TYPE-IDX)
              MOVE 0                TO WS-TYPE-SALVAGE(WS-TYPE-IDX)
              PERFORM FETCH-C1
           END-PERFORM.
           PERFORM CLOSE-C1.
           SET WS-TYPE-IDX TO WS-TYPE-COUNT
           MOVE WS-FETCH-TYPE TO WS-TYPE-CODE(WS-TYPE-IDX)
           MOVE 0             TO WS-TYPE-PREMIUM(WS-TYPE-IDX)
           MOVE WS-FETCH-PAID TO WS-TYPE-PAID(WS-TYPE-IDX)
           MOVE 0             TO WS-TYPE-SALVAGE(WS-TYPE-IDX).

       OPEN-C2.
           EXEC SQL OPEN C2 END-EXEC.
              PERFORM DISPLAY-SQL-ERROR
           END-IF.

      *----------------------------------------------------------------*
      *    SALVAGE PROCEEDS ARE MONEY BACK IN THE DOOR TOO - KEPT
      *    PER TYPE FOR THE SALVAGE COLUMN AND TAKEN OFF PAID.
       NET-OFF-SALVAGE.
           PERFORM OPEN-C5.
           PERFORM FETCH-C5.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0
              SET WS-TYPE-IDX TO 1
              SEARCH WS-TYPE-ENTRY
                 WHEN WS-TYPE-CODE(WS-TYPE-IDX) = WS-FETCH-TYPE
                    ADD WS-FETCH-PAID
                     TO WS-TYPE-SALVAGE(WS-TYPE-IDX)
                    SUBTRACT WS-FETCH-PAID
                        FROM WS-TYPE-PAID(WS-TYPE-IDX)
              END-SEARCH
              PERFORM FETCH-C5
           END-PERFORM.
           PERFORM CLOSE-C5.

       OPEN-C5.
           EXEC SQL OPEN C5 END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM DISPLAY-SQL-ERROR
           END-IF.

       FETCH-C5.
           EXEC SQL
              FETCH C5
              INTO :WS-FETCH-TYPE, :WS-FETCH-PAID
           END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM DISPLAY-SQL-ERROR
           END-IF.

       CLOSE-C5.
           EXEC SQL CLOSE C5 END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM DISPLAY-SQL-ERROR
           END-IF.

      *----------------------------------------------------------------*
       DISPLAY-REPORT.
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'LGDB2CLR CLAIMS-RATIO REPORT BY POLICY TYPE'.
           DISPLAY '(PAID IS NET OF THIRD-PARTY RECOVERIES AND OF'.
           DISPLAY ' THE SALVAGE PROCEEDS SHOWN)'.
           DISPLAY 'TYPE  PREMIUM       PAID          SALVAGE'
                   '       LOSS RATIO %'.
           PERFORM DISPLAY-ONE-TYPE VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > WS-TYPE-COUNT.
           DISPLAY '-----------------------------------------------'.
       DISPLAY-ONE-TYPE.
           MOVE WS-TYPE-PREMIUM(WS-TYPE-IDX) TO WS-DISP-PREMIUM.
           MOVE WS-TYPE-PAID(WS-TYPE-IDX)    TO WS-DISP-PAID.
           MOVE WS-TYPE-SALVAGE(WS-TYPE-IDX) TO WS-DISP-SALVAGE.
           IF WS-TYPE-PREMIUM(WS-TYPE-IDX) > 0 THEN
              COMPUTE WS-LOSS-RATIO =
                      WS-TYPE-PAID(WS-TYPE-IDX) * 100 /
           MOVE WS-LOSS-RATIO TO WS-DISP-LOSS-RATIO.
           DISPLAY '  ' WS-TYPE-CODE(WS-TYPE-IDX) '   '
                   WS-DISP-PREMIUM '   ' WS-DISP-PAID '   '
                   WS-DISP-SALVAGE '   ' WS-DISP-LOSS-RATIO.

      *----------------------------------------------------------------*
       LOAD-PAID-BY-GROUP.
