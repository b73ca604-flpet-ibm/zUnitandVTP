      *    SUMASSURED AND THE EQUITIES/WITHPROFITS/MANAGEDFUND MIX,
      *    WRITES THE MATURITY SCHEDULE FOR THE PAYMENTS TEAM AND
      *    FLAGS THE POLICY IN ENDMATURE - WHICH IS HOW ENDPGM1
      *    KNOWS TO REFUSE FURTHER FUND SWITCHES ON IT. A PAID-UP
      *    POLICY PROJECTS ON ITS REDUCED SUMASSURED AND PREMIUM-
      *    HOLIDAY MONTHS COME OFF THE BASE (ENDPGMP); THE SCHEDULE
      *    SHOWS WHICH APPLIED. ON THE UNIT-LINKED EQUITY AND
      *    MANAGED FUNDS THE PAYOUT IS THE UNITS HELD TIMES THE
      *    LATEST BID PRICE - THE HOLDING IS SOLD THROUGH LGUNITS
      *    ONLY ONCE THE MATURITY DATE IS REACHED. A MATURITY
      *    SCHEDULED AHEAD OF ITS DATE IS VALUED AT TODAY'S BID
      *    AND KEEPS ITS UNITS; THE FIRST RUN ON OR AFTER THE
      *    MATURITY DATE SELLS THEM AND CARRIES THE PROCEEDS TO
      *    ENDMATURE. A UNIT-LINKED POLICY WITH NO UNITS OR NO
      *    PRICE YET FALLS BACK TO THE PROJECTION.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           05 MS-SUMASSURED          PIC 9(9).
           05 MS-PROJECTEDVALUE      PIC 9(9).
           05 MS-FUND                PIC X(1).
           05 MS-PREMSTATUS          PIC X(1).
           05 FILLER                 PIC X(1) VALUE SPACES.

       WORKING-STORAGE SECTION.

       01  WS-PROJECTED                PIC S9(9) COMP.
       01  WS-GROWTH-PCT               PIC S9(4) COMP.
       01  WS-MS-FUND                  PIC X(1).
       01  WS-MS-PREMSTATUS            PIC X(1).
       01  WS-PAIDUP-COUNT             PIC S9(9) COMP.
       01  WS-HOLIDAY-MONTHS           PIC S9(9) COMP.
       01  WS-PROJECTION-BASE          PIC S9(9) COMP.

      * Unit-linked fund dealing (LGUNITS) interface
       01  WS-UNITS.
           COPY UNTCPY1.

       01  WS-TODAY.
           05 WS-TODAY-YEAR   PIC 9999.
       01  WS-CNT-MATURING             PIC 9(7) VALUE 0.
       01  WS-CNT-OVERDUE              PIC 9(7) VALUE 0.
       01  WS-CNT-ALREADY              PIC 9(7) VALUE 0.
       01  WS-CNT-UNITS-SOLD           PIC 9(7) VALUE 0.
       01  WS-CNT-UNIT-FALLBACK        PIC 9(7) VALUE 0.
       01  WS-CNT-UNITS-VALUED         PIC 9(7) VALUE 0.

      *    PERIODIC COMMIT SO THE JOB DOES NOT HOLD LOCKS AND LOG
      *    SPACE FOR THE FULL LENGTH OF THE RUN.
                      ENDOWMENT.LIFEASSURED
               FROM ENDOWMENT, POLICY
               WHERE ENDOWMENT.POLICYNUMBER = POLICY.POLICYNUMBER
      *    A POLICY WHOSE LIFE ASSURED HAS DIED PAYS THE DEATH
      *    BENEFIT THROUGH ENDPGMD INSTEAD - IT NEVER MATURES.
                 AND NOT EXISTS
                     (SELECT 1 FROM GENASA1.DEATHCLAIM
                       WHERE GENASA1.DEATHCLAIM.POLICYNUMBER =
                             ENDOWMENT.POLICYNUMBER)
               ORDER BY ENDOWMENT.POLICYNUMBER
           END-EXEC.

           ELSE
              IF WS-ALREADY-FLAGGED > 0 THEN
                 ADD 1 TO WS-CNT-ALREADY
                 PERFORM SELL-HELD-UNITS
              ELSE
                 PERFORM PROJECT-PAYOUT
                 PERFORM WRITE-SCHEDULE-RECORD
                  MOVE 15 TO WS-GROWTH-PCT
                  MOVE 'W' TO WS-MS-FUND
           END-EVALUATE.
           PERFORM GET-PREMIUM-ALTERATIONS.
           COMPUTE WS-PROJECTED =
                   WS-PROJECTION-BASE * (100 + WS-GROWTH-PCT) / 100.

      *    WITH-PROFITS BONUSES DECLARED BY LGDB2BNS ARE GUARANTEED
      *    AT MATURITY - THEY GO ON TOP OF THE PROJECTED PAYOUT.
              ADD WS-ATTACHED-BONUS TO WS-PROJECTED
           END-IF.

           IF WS-MS-FUND = 'E' OR WS-MS-FUND = 'M' THEN
              IF WS-MATURITY-DATE > WS-RUN-DATE-ISO THEN
                 PERFORM VALUE-MATURITY-UNITS
              ELSE
                 PERFORM SELL-MATURITY-UNITS
              END-IF
           END-IF.

      *    NOT MATURED YET - THE SCHEDULE SHOWS THE HOLDING AT
      *    TODAY'S BID AND THE UNITS STAY INVESTED UNTIL THE DATE.
       VALUE-MATURITY-UNITS.
           MOVE SPACES TO WS-UNITS.
           MOVE 'V' TO UNT-FUNCTION.
           MOVE WS-POLICYNUMBER TO UNT-POLICY-NUM.
           MOVE WS-MS-FUND TO UNT-FUND.
           MOVE WS-RUN-DATE-ISO TO UNT-DATE.
           MOVE 'L' TO UNT-PRICE-RULE.
           MOVE SPACES TO UNT-TXNTYPE.
           MOVE 0 TO UNT-INVOICE-NUM.
           MOVE 0 TO UNT-AMOUNT.
           CALL 'LGUNITS' USING WS-UNITS.
           EVALUATE UNT-RC
               WHEN 0
                  MOVE UNT-AMOUNT TO WS-PROJECTED
                  ADD 1 TO WS-CNT-UNITS-VALUED
               WHEN 8
                  DISPLAY 'LGDB2MAT UNIT VALUATION FAILED FOR POLICY '
                          WS-POLICYNUMBER
                  MOVE 16 TO RETURN-CODE
               WHEN OTHER
                  ADD 1 TO WS-CNT-UNIT-FALLBACK
           END-EVALUATE.

      *    A POLICY FLAGGED ON AN EARLIER RUN AHEAD OF ITS MATURITY
      *    STILL HOLDS ITS UNITS - ONCE THE DATE IS REACHED THEY
      *    ARE SOLD AND THE PROCEEDS REPLACE THE VALUE ON ENDMATURE.
      *    NO UNITS LEFT (RC 16) MEANS THEY WERE SOLD ALREADY.
       SELL-HELD-UNITS.
           IF WS-MATURITY-DATE > WS-RUN-DATE-ISO THEN
              CONTINUE
           ELSE
              EVALUATE TRUE
                  WHEN WS-EQUITIES = 'Y'
                     MOVE 'E' TO WS-MS-FUND
                  WHEN WS-MANAGEDFUND = 'Y'
                     MOVE 'M' TO WS-MS-FUND
                  WHEN OTHER
                     MOVE 'W' TO WS-MS-FUND
              END-EVALUATE
              IF WS-MS-FUND = 'E' OR WS-MS-FUND = 'M' THEN
                 MOVE 0 TO WS-PROJECTED
                 PERFORM SELL-MATURITY-UNITS
                 IF UNT-RC = 0 THEN
                    PERFORM UPDATE-MATURED-VALUE
                 END-IF
              END-IF
           END-IF.

       UPDATE-MATURED-VALUE.
           EXEC SQL
              UPDATE GENASA1.ENDMATURE
              SET    PROJECTEDVALUE = :WS-PROJECTED
              WHERE  POLICYNUMBER = :WS-POLICYNUMBER
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              MOVE 16 TO RETURN-CODE
           END-IF.

      *    THE UNITS ARE CASHED AT THE LATEST BID ON OR BEFORE THE
      *    MATURITY DATE AND THE PROCEEDS ARE THE PAYOUT.
       SELL-MATURITY-UNITS.
           MOVE SPACES TO WS-UNITS.
           MOVE 'S' TO UNT-FUNCTION.
           MOVE WS-POLICYNUMBER TO UNT-POLICY-NUM.
           MOVE WS-MS-FUND TO UNT-FUND.
           MOVE WS-MATURITY-DATE TO UNT-DATE.
           MOVE 'L' TO UNT-PRICE-RULE.
           MOVE 'MAT' TO UNT-TXNTYPE.
           MOVE 0 TO UNT-INVOICE-NUM.
           MOVE 0 TO UNT-AMOUNT.
           CALL 'LGUNITS' USING WS-UNITS.
           EVALUATE UNT-RC
               WHEN 0
                  MOVE UNT-AMOUNT TO WS-PROJECTED
                  ADD 1 TO WS-CNT-UNITS-SOLD
               WHEN 8
                  DISPLAY 'LGDB2MAT UNIT SALE FAILED FOR POLICY '
                          WS-POLICYNUMBER
                  MOVE 16 TO RETURN-CODE
               WHEN 16
                  IF WS-ALREADY-FLAGGED = 0 THEN
                     ADD 1 TO WS-CNT-UNIT-FALLBACK
                  END-IF
               WHEN OTHER
                  ADD 1 TO WS-CNT-UNIT-FALLBACK
           END-EVALUATE.

      *    A PAID-UP POLICY (ENDPGMP) ALREADY CARRIES ITS REDUCED
      *    SUMASSURED. PREMIUM-HOLIDAY MONTHS ON A POLICY STILL
      *    PAYING WERE NEVER FUNDED, SO THEIR SHARE OF THE SUM
      *    ASSURED COMES OFF THE PROJECTION BASE.
       GET-PREMIUM-ALTERATIONS.
           MOVE WS-SUMASSURED TO WS-PROJECTION-BASE.
           MOVE 'N' TO WS-MS-PREMSTATUS.
           MOVE 0 TO WS-PAIDUP-COUNT.
           MOVE 0 TO WS-HOLIDAY-MONTHS.
           EXEC SQL
              SELECT COUNT(*)
              INTO  :WS-PAIDUP-COUNT
              FROM  GENASA1.ENDPREMALT
              WHERE POLICYNUMBER = :WS-POLICYNUMBER
                AND ALTERTYPE = 'P'
           END-EXEC.
           IF SQLCODE = 0 AND WS-PAIDUP-COUNT > 0 THEN
              MOVE 'P' TO WS-MS-PREMSTATUS
           ELSE
              EXEC SQL
                 SELECT COALESCE(SUM(MONTHS), 0)
                 INTO  :WS-HOLIDAY-MONTHS
                 FROM  GENASA1.ENDPREMALT
                 WHERE POLICYNUMBER = :WS-POLICYNUMBER
                   AND ALTERTYPE = 'H'
              END-EXEC
              IF SQLCODE = 0 AND WS-HOLIDAY-MONTHS > 0 AND
                 WS-TERM > 0 THEN
                 MOVE 'H' TO WS-MS-PREMSTATUS
                 COMPUTE WS-PROJECTION-BASE =
                         WS-SUMASSURED *
                         (WS-TERM * 12 - WS-HOLIDAY-MONTHS) /
                         (WS-TERM * 12)
              END-IF
           END-IF.

       WRITE-SCHEDULE-RECORD.
           MOVE SPACES TO MATSCHED-RECORD.
           MOVE WS-MS-FUND TO MS-FUND.
           MOVE WS-MS-PREMSTATUS TO MS-PREMSTATUS.
           MOVE WS-POLICYNUMBER TO MS-POLICYNUMBER.
           MOVE WS-CUSTOMERNUMBER TO MS-CUSTOMERNUMBER.
           MOVE WS-LIFEASSURED TO MS-LIFEASSURED.
           DISPLAY '  MATURITIES SCHEDULED..: ' WS-CNT-MATURING.
           DISPLAY '  OF WHICH ALREADY PAST.: ' WS-CNT-OVERDUE.
           DISPLAY '  ALREADY FLAGGED.......: ' WS-CNT-ALREADY.
           DISPLAY '  UNIT HOLDINGS SOLD....: ' WS-CNT-UNITS-SOLD.
           DISPLAY '  UNITS HELD TO MATURITY: ' WS-CNT-UNITS-VALUED.
           DISPLAY '  UNIT-LINKED PROJECTED.: ' WS-CNT-UNIT-FALLBACK.
           DISPLAY '-----------------------------------------'.

       END PROGRAM LGDB2MAT.
