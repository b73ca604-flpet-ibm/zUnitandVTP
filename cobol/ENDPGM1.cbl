      *    FUNDSWITCH WITH THE CALLER-SUPPLIED EFFECTIVE DATE. A
      *    POLICY FLAGGED MATURED BY LGDB2MAT (ON ENDMATURE), OR
      *    SURRENDERED THROUGH ENDPGMS (ON SURRENDER WITH STATUS
      *    'S'), OR HANDED TO THE DEATH-CLAIM PROCESS (ON
      *    DEATHCLAIM), MAY NOT SWITCH FUNDS ANY MORE - RC 16.
      *    THE EQUITY AND MANAGED FUNDS ARE UNIT-LINKED: THE UNITS
      *    HELD IN THE OLD FUND ARE SOLD AT THE EFFECTIVE DATE'S BID
      *    PRICE AND THE PROCEEDS BUY UNITS IN THE NEW FUND AT THAT
      *    DAY'S OFFER PRICE (LGUNITS). A BLANK EFFECTIVE DATE MEANS
      *    TODAY. NO FUND PRICE FOR THAT DAY - RC 20. PROCEEDS
      *    SWITCHED INTO WITH-PROFITS JOIN THE SMOOTHED FUND, WHICH
      *    HOLDS NO UNITS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       01  WS-CUR-EQUITIES             PIC X(1).
       01  WS-CUR-WITHPROFITS          PIC X(1).
       01  WS-CUR-MANAGEDFUND          PIC X(1).
       01  WS-DEAL-DATE                PIC X(10).
       01  WS-PRICE-COUNT              PIC S9(9) COMP VALUE 0.
       01  WS-SWITCH-AMOUNT            PIC 9(9) VALUE 0.
       01  WS-TODAY                    PIC 9(8).

      * Unit-linked fund dealing (LGUNITS) interface
       01  WS-UNITS.
           COPY UNTCPY1.

      * Before/after images for the common AUDITLOG trail
       01  WS-AUDIT.
           03 WS-AUD-FUND              PIC X(1).
           03 FILLER                   PIC X(12) VALUE ' EFFECTIVE '.
           03 WS-AUD-EFFECTIVE         PIC X(10).
           03 FILLER                   PIC X(8) VALUE ' AMOUNT '.
           03 WS-AUD-AMOUNT            PIC 9(9).

           EXEC SQL INCLUDE SQLCA      END-EXEC.

               GOBACK
            END-IF

      *    ON THE DEATH OF THE LIFE ASSURED THE BENEFIT IS FIXED AT
      *    SUMASSURED PLUS BONUSES - THE FUND MIX NO LONGER MATTERS
      *    AND MAY NOT BE CHANGED BY ANYONE BUT THE ESTATE'S CLAIM.
            EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-MATURED-COUNT
               FROM   GENASA1.DEATHCLAIM
               WHERE  POLICYNUMBER = :DB2-POLICYNUMBER-INT
            END-EXEC.

            IF SQLCODE NOT = 0 THEN
               PERFORM LOG-SQL-ERROR
               MOVE 8 TO FSP-RETURN-CODE IN MY-ENDOWMENT
               GOBACK
            END-IF

            IF WS-MATURED-COUNT > 0 THEN
               MOVE 16 TO FSP-RETURN-CODE IN MY-ENDOWMENT
               GOBACK
            END-IF

            EXEC SQL
               SELECT EQUITIES, WITHPROFITS, MANAGEDFUND
               INTO   :WS-CUR-EQUITIES, :WS-CUR-WITHPROFITS,
               END-IF
            END-IF

            IF FSP-EFFECTIVE-DATE IN MY-ENDOWMENT = SPACES OR
               FSP-EFFECTIVE-DATE IN MY-ENDOWMENT = LOW-VALUES THEN
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               MOVE SPACES TO WS-DEAL-DATE
               STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-'
                      WS-TODAY(7:2)
                      DELIMITED BY SIZE INTO WS-DEAL-DATE
               MOVE WS-DEAL-DATE TO FSP-EFFECTIVE-DATE IN MY-ENDOWMENT
            ELSE
               MOVE FSP-EFFECTIVE-DATE IN MY-ENDOWMENT TO WS-DEAL-DATE
            END-IF

            MOVE 0 TO WS-SWITCH-AMOUNT
            IF WS-OLD-FUND NOT = WS-NEW-FUND THEN
               PERFORM SWITCH-UNITS
               IF FSP-RETURN-CODE IN MY-ENDOWMENT NOT = 0 THEN
                  GOBACK
               END-IF
            END-IF

            EXEC SQL
               UPDATE ENDOWMENT
               SET    EQUITIES     = :FSP-EQUITIES,

           GOBACK.

      *    THE NEW FUND MUST BE PRICED FOR THE DAY BEFORE ANYTHING
      *    IS SOLD, SO A SWITCH NEVER STOPS HALF WAY WITH THE
      *    POLICY OUT OF THE MARKET.
       SWITCH-UNITS.
           MOVE 0 TO FSP-RETURN-CODE IN MY-ENDOWMENT
           IF WS-NEW-FUND = 'E' OR WS-NEW-FUND = 'M' THEN
              EXEC SQL
                 SELECT COUNT(*)
                 INTO   :WS-PRICE-COUNT
                 FROM   GENASA1.FUNDPRICE
                 WHERE  FUNDCODE = :WS-NEW-FUND
                   AND  PRICEDATE = :WS-DEAL-DATE
              END-EXEC
              IF SQLCODE NOT = 0 THEN
                 PERFORM LOG-SQL-ERROR
                 MOVE 8 TO FSP-RETURN-CODE IN MY-ENDOWMENT
              ELSE
                 IF WS-PRICE-COUNT = 0 THEN
                    MOVE 20 TO FSP-RETURN-CODE IN MY-ENDOWMENT
                 END-IF
              END-IF
           END-IF

           IF FSP-RETURN-CODE IN MY-ENDOWMENT = 0 AND
              (WS-OLD-FUND = 'E' OR WS-OLD-FUND = 'M') THEN
              MOVE SPACES TO WS-UNITS
              MOVE 'S' TO UNT-FUNCTION
              MOVE DB2-POLICYNUMBER-INT TO UNT-POLICY-NUM
              MOVE WS-OLD-FUND TO UNT-FUND
              MOVE WS-DEAL-DATE TO UNT-DATE
              MOVE 'E' TO UNT-PRICE-RULE
              MOVE 'SWO' TO UNT-TXNTYPE
              MOVE 0 TO UNT-INVOICE-NUM
              MOVE 0 TO UNT-AMOUNT
              CALL 'LGUNITS' USING WS-UNITS
              EVALUATE UNT-RC
                  WHEN 0
                     MOVE UNT-AMOUNT TO WS-SWITCH-AMOUNT
                  WHEN 12
                     MOVE 20 TO FSP-RETURN-CODE IN MY-ENDOWMENT
                  WHEN 16
                     CONTINUE
                  WHEN OTHER
                     MOVE 8 TO FSP-RETURN-CODE IN MY-ENDOWMENT
              END-EVALUATE
           END-IF

           IF FSP-RETURN-CODE IN MY-ENDOWMENT = 0 AND
              WS-SWITCH-AMOUNT > 0 AND
              (WS-NEW-FUND = 'E' OR WS-NEW-FUND = 'M') THEN
              MOVE SPACES TO WS-UNITS
              MOVE 'B' TO UNT-FUNCTION
              MOVE DB2-POLICYNUMBER-INT TO UNT-POLICY-NUM
              MOVE WS-NEW-FUND TO UNT-FUND
              MOVE WS-DEAL-DATE TO UNT-DATE
              MOVE 'E' TO UNT-PRICE-RULE
              MOVE 'SWI' TO UNT-TXNTYPE
              MOVE 0 TO UNT-INVOICE-NUM
              MOVE WS-SWITCH-AMOUNT TO UNT-AMOUNT
              CALL 'LGUNITS' USING WS-UNITS
              IF UNT-RC NOT = 0 THEN
                 MOVE 8 TO FSP-RETURN-CODE IN MY-ENDOWMENT
              END-IF
           END-IF.

       WRITE-AUDIT-TRAIL.
           MOVE 'ENDPGM1' TO AUD-PROGRAM IN WS-AUDIT
           MOVE FSP-REQUEST-ID IN MY-ENDOWMENT TO
           MOVE SPACES TO AUD-OPERATOR IN WS-AUDIT
           MOVE FSP-EFFECTIVE-DATE IN MY-ENDOWMENT TO
                WS-AUD-EFFECTIVE
           MOVE WS-SWITCH-AMOUNT TO WS-AUD-AMOUNT
           MOVE WS-OLD-FUND TO WS-AUD-FUND
           MOVE WS-AUDIT-IMAGE TO AUD-BEFORE-IMAGE IN WS-AUDIT
           MOVE WS-NEW-FUND TO WS-AUD-FUND
