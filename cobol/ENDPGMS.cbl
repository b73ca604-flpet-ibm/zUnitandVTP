      *    ELAPSED SINCE ISSUEDATE, AND THE EARLY-SURRENDER PENALTY
      *    COMES OFF IT BY YEARS REMAINING (UWLIMITS SURRPENLONG /
      *    SURRPENMED / SURRPENSHORT, DEFAULTS 15/10/5 PERCENT).
      *    ON THE UNIT-LINKED EQUITY AND MANAGED FUNDS THE CURRENT
      *    VALUE IS INSTEAD THE UNITS HELD TIMES THE LATEST BID
      *    PRICE (LGUNITS) - THE PROJECTION ONLY STANDS IN WHILE A
      *    POLICY HAS NO UNITS OR NO PRICE YET. BOOKING SELLS THE
      *    UNITS AND RE-STATES THE PAYOUT AT THE PRICE DEALT.
      *    ENDSPR BOOKS THE SURRENDER: THE QUOTE ROW FLIPS TO 'S',
      *    FURTHER FUND SWITCHES ARE BLOCKED THE WAY ENDMATURE
      *    BLOCKS THEM, AND THE PAYOUT SITS UNREMITTED ON THE
      *    SURRENDER ROW FOR THE DISBURSEMENT CHAIN. RETURN CODES:
      *    0 OK, 4 INVALID REQUEST / ALREADY SURRENDERED, 8 SQL
      *    ERROR, 12 ENDOWMENT NOT ON FILE, 16 POLICY MATURED OR
      *    UNDER A DEATH CLAIM (DEATHCLAIM, SEE ENDPGMD), 20 NO
      *    QUOTE ON FILE TO BOOK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       01  WS-ELAPSED-YEARS            PIC S9(4) COMP.
       01  WS-REMAINING-YEARS          PIC S9(4) COMP.
       01  WS-LIMIT-NAME               PIC X(12).
       01  WS-UNIT-FUND                PIC X(1).

      * Unit-linked fund dealing (LGUNITS) interface
       01  WS-UNITS.
           COPY UNTCPY1.

       01  WS-TODAY                    PIC 9(8).
       01  WS-TODAY-ISO                PIC X(10).
              GOBACK
           END-IF

      *    ONCE THE LIFE ASSURED HAS DIED THE POLICY PAYS THE
      *    DEATH BENEFIT, NOT A PENALISED SURRENDER VALUE.
           EXEC SQL
              SELECT COUNT(*)
              INTO   :DB2-MATURED-COUNT
              FROM   GENASA1.DEATHCLAIM
              WHERE  POLICYNUMBER = :DB2-POLICYNUMBER-INT
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-ENDOWMENT
              GOBACK
           END-IF
           IF DB2-MATURED-COUNT > 0 THEN
              MOVE 16 TO FSP-RETURN-CODE IN MY-ENDOWMENT
              GOBACK
           END-IF

           EXEC SQL
              SELECT COUNT(*)
              INTO   :DB2-MATURED-COUNT
                   DB2-SUMASSURED-INT *
                   (100 + WS-GROWTH-RATE * WS-ELAPSED-YEARS) / 100

           PERFORM SET-UNIT-FUND
           IF WS-UNIT-FUND NOT = SPACE THEN
              MOVE 'V' TO UNT-FUNCTION
              MOVE SPACES TO UNT-TXNTYPE
              PERFORM CALL-UNIT-SERVICE
              IF UNT-RC = 0 THEN
                 MOVE UNT-AMOUNT TO DB2-CURVALUE-INT
              END-IF
              IF UNT-RC = 8 THEN
                 MOVE 8 TO FSP-RETURN-CODE IN MY-ENDOWMENT
                 GOBACK
              END-IF
           END-IF

           PERFORM GET-PENALTY-PCT

           COMPUTE DB2-SURVALUE-INT =
                FSP-SUR-VALUE IN MY-ENDOWMENT
           MOVE 0 TO FSP-RETURN-CODE IN MY-ENDOWMENT.

       SET-UNIT-FUND.
           EVALUATE TRUE
               WHEN WS-EQUITIES = 'Y'
                  MOVE 'E' TO WS-UNIT-FUND
               WHEN WS-MANAGEDFUND = 'Y'
                  MOVE 'M' TO WS-UNIT-FUND
               WHEN OTHER
                  MOVE SPACE TO WS-UNIT-FUND
           END-EVALUATE.

      *    LATEST BID ON OR BEFORE TODAY - THE ASSET MANAGER'S FILE
      *    MAY NOT HAVE ARRIVED YET WHEN THE DESK OPENS.
       CALL-UNIT-SERVICE.
           MOVE DB2-POLICYNUMBER-INT TO UNT-POLICY-NUM
           MOVE WS-UNIT-FUND TO UNT-FUND
           MOVE WS-TODAY-ISO TO UNT-DATE
           MOVE 'L' TO UNT-PRICE-RULE
           MOVE 0 TO UNT-INVOICE-NUM
           MOVE 0 TO UNT-AMOUNT
           CALL 'LGUNITS' USING WS-UNITS.

      *    PENALTY SCALE LIVES IN UWLIMITS SO ACTUARIAL CAN MOVE
      *    IT WITHOUT A RECOMPILE - BANDED ON YEARS REMAINING.
       GET-PENALTY-PCT.
      *    BOOKING TURNS THE STANDING QUOTE INTO THE SURRENDER
      *    ITSELF - NO QUOTE, NOTHING TO BOOK (RC 20), SO THE DESK
      *    ALWAYS SHOWS THE CUSTOMER THE FIGURE FIRST.
      *    UNITS STILL HELD ARE SOLD AT BOOKING AND THE PAYOUT IS
      *    WHAT THEY FETCHED, LESS THE PENALTY ALREADY QUOTED.
       BOOK-SURRENDER.
           EXEC SQL
              SELECT CURRENTVALUE, PENALTYPCT, SURRENDERVALUE
              INTO   :DB2-CURVALUE-INT, :DB2-PENALTY-INT,
                     :DB2-SURVALUE-INT
              FROM   GENASA1.SURRENDER
              WHERE  POLICYNUMBER = :DB2-POLICYNUMBER-INT
                AND  STATUS = 'Q'
           END-EXEC
           IF SQLCODE = 100 THEN
              MOVE 20 TO FSP-RETURN-CODE IN MY-ENDOWMENT
              GOBACK
           END-IF
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-ENDOWMENT
              GOBACK
           END-IF

           EXEC SQL
              SELECT EQUITIES, WITHPROFITS, MANAGEDFUND
              INTO   :WS-EQUITIES, :WS-WITHPROFITS,
                     :WS-MANAGEDFUND
              FROM   ENDOWMENT
              WHERE  POLICYNUMBER = :DB2-POLICYNUMBER-INT
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-ENDOWMENT
              GOBACK
           END-IF

           PERFORM SET-UNIT-FUND
           IF WS-UNIT-FUND NOT = SPACE THEN
              MOVE 'S' TO UNT-FUNCTION
              MOVE 'SUR' TO UNT-TXNTYPE
              PERFORM CALL-UNIT-SERVICE
              IF UNT-RC = 0 THEN
                 MOVE UNT-AMOUNT TO DB2-CURVALUE-INT
                 COMPUTE DB2-SURVALUE-INT =
                         DB2-CURVALUE-INT * (100 - DB2-PENALTY-INT)
                         / 100
              END-IF
              IF UNT-RC = 8 THEN
                 MOVE 8 TO FSP-RETURN-CODE IN MY-ENDOWMENT
                 GOBACK
              END-IF
           END-IF

           EXEC SQL
              UPDATE GENASA1.SURRENDER
              SET    STATUS = 'S',
                     SURRENDERDATE = :WS-TODAY-ISO,
                     OPERATOR = :FSP-SUR-OPERATOR,
                     CURRENTVALUE = :DB2-CURVALUE-INT,
                     SURRENDERVALUE = :DB2-SURVALUE-INT
              WHERE  POLICYNUMBER = :DB2-POLICYNUMBER-INT
                AND  STATUS = 'Q'
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                  MOVE DB2-CURVALUE-INT TO
                       FSP-SUR-CURRENT-VALUE IN MY-ENDOWMENT
                  MOVE DB2-PENALTY-INT TO
                       FSP-SUR-PENALTY-PCT IN MY-ENDOWMENT
                  MOVE DB2-SURVALUE-INT TO
                       FSP-SUR-VALUE IN MY-ENDOWMENT
                  MOVE 0 TO FSP-RETURN-CODE IN MY-ENDOWMENT
               WHEN SQLCODE = 100
                  MOVE 20 TO FSP-RETURN-CODE IN MY-ENDOWMENT
