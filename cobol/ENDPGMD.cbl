       ID DIVISION.
       PROGRAM-ID. ENDPGMD.
      ***
      *
      *    (C) 2026 IBM FLEMMING PETERSEN
      *    ENDOWMENT DEATH-BENEFIT CLAIM. ENDDCL SETTLES THE CLAIM
      *    ON THE DEATH OF THE LIFE ASSURED: THE DEATH MUST BE
      *    CONFIRMED BY THE CUSTOMERSTATUS 'D' EVENT LGDB2CPE WRITES
      *    FOR THE POLICYHOLDER, AND THE BENEFIT IS THE FULL
      *    SUMASSURED PLUS EVERY ENDBONUS ROW ATTACHING TO THE
      *    POLICY - NO SURRENDER PENALTY. ON THE UNIT-LINKED EQUITY
      *    AND MANAGED FUNDS THE HOLDING IS SOLD THROUGH LGUNITS AT
      *    THE LATEST BID ('DTH') AND THE BENEFIT IS THE SALE
      *    PROCEEDS WHEN THEY EXCEED THAT GUARANTEE - NO UNITS ARE
      *    LEFT INVESTED FOR A DEAD LIFE. THE DEATHCLAIM ROW (RAISED
      *    BY LGDB2DEC, OR HERE WHEN THE DESK IS FIRST TO HEAR OF
      *    THE DEATH) FLIPS TO 'S' SETTLED AND CARRIES THE PAYOUT
      *    UNREMITTED FOR THE LGDB2DSB DISBURSEMENT CHAIN; ANY
      *    STANDING SURRENDER QUOTE LAPSES, AND ENDPGM1 REFUSES
      *    FURTHER FUND SWITCHES THE WAY ENDMATURE MAKES IT.
      *    RETURN CODES: 0 OK, 4 INVALID REQUEST / ALREADY SETTLED,
      *    8 SQL ERROR, 12 ENDOWMENT NOT ON FILE, 16 POLICY MATURED
      *    OR SURRENDERED, 20 DEATH NOT CONFIRMED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Host variables for input to DB2 integer types

       01  DB2-IN-INTEGERS.
           03 DB2-POLICYNUMBER-INT     PIC S9(9) COMP.
           03 DB2-CUSTOMERNUMBER-INT   PIC S9(9) COMP.
           03 DB2-SUMASSURED-INT       PIC S9(9) COMP.
           03 DB2-BONUS-INT            PIC S9(9) COMP.
           03 DB2-PAYOUT-INT           PIC S9(9) COMP.
           03 DB2-PAIDOUT-COUNT        PIC S9(9) COMP.

       01  WS-CUST-STATUS              PIC X(1).
       01  WS-DEATH-DATE               PIC X(10).
       01  WS-CLAIM-STATUS             PIC X(1).
       01  WS-EQUITIES                 PIC X(1).
       01  WS-MANAGEDFUND              PIC X(1).
       01  WS-UNIT-FUND                PIC X(1).

      * Unit-linked fund dealing (LGUNITS) interface
       01  WS-UNITS.
           COPY UNTCPY1.

       01  WS-TODAY                    PIC 9(8).
       01  WS-TODAY-ISO                PIC X(10).

      * Before/after images for the common AUDITLOG trail
       01  WS-AUDIT.
           COPY AUDCPY1.

       01  WS-AUDIT-IMAGE.
           03 FILLER                   PIC X(6) VALUE 'DEATH '.
           03 WS-AUD-DEATH-DATE        PIC X(10).
           03 FILLER                   PIC X(8) VALUE ' PAYOUT '.
           03 WS-AUD-PAYOUT            PIC 9(9).

           EXEC SQL INCLUDE SQLCA      END-EXEC.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.

       LINKAGE SECTION.
       01  MY-ENDOWMENT.
           COPY ENDCPY1.

       PROCEDURE DIVISION USING MY-ENDOWMENT.
      *
       MAIN SECTION.
       MAIN1.

            MOVE FSP-POLICY-NUM IN MY-ENDOWMENT TO
                 DB2-POLICYNUMBER-INT

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-TODAY-ISO
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY-ISO

           EVALUATE FSP-REQUEST-ID IN MY-ENDOWMENT
               WHEN 'ENDDCL'
                  PERFORM SETTLE-DEATH-CLAIM
               WHEN OTHER
                  MOVE 4 TO FSP-RETURN-CODE IN MY-ENDOWMENT
           END-EVALUATE.

           GOBACK.

      *----------------------------------------------------------------*
       SETTLE-DEATH-CLAIM.

           EXEC SQL
              SELECT ENDOWMENT.SUMASSURED, POLICY.CUSTOMERNUMBER
              INTO   :DB2-SUMASSURED-INT, :DB2-CUSTOMERNUMBER-INT
              FROM   ENDOWMENT, POLICY
              WHERE  ENDOWMENT.POLICYNUMBER =
                     :DB2-POLICYNUMBER-INT
                AND  POLICY.POLICYNUMBER =
                     ENDOWMENT.POLICYNUMBER
           END-EXEC

           IF SQLCODE < 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-ENDOWMENT
              GOBACK
           END-IF
           IF SQLCODE = 100 THEN
              MOVE 12 TO FSP-RETURN-CODE IN MY-ENDOWMENT
              GOBACK
           END-IF

      *    A MATURED OR SURRENDERED POLICY HAS ALREADY PAID OUT -
      *    THERE IS NO DEATH BENEFIT LEFT ON IT.
           EXEC SQL
              SELECT COUNT(*)
              INTO   :DB2-PAIDOUT-COUNT
              FROM   GENASA1.ENDMATURE
              WHERE  POLICYNUMBER = :DB2-POLICYNUMBER-INT
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-ENDOWMENT
              GOBACK
           END-IF
           IF DB2-PAIDOUT-COUNT > 0 THEN
              MOVE 16 TO FSP-RETURN-CODE IN MY-ENDOWMENT
              GOBACK
           END-IF

           EXEC SQL
              SELECT COUNT(*)
              INTO   :DB2-PAIDOUT-COUNT
              FROM   GENASA1.SURRENDER
              WHERE  POLICYNUMBER = :DB2-POLICYNUMBER-INT
                AND  STATUS = 'S'
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-ENDOWMENT
              GOBACK
           END-IF
           IF DB2-PAIDOUT-COUNT > 0 THEN
              MOVE 16 TO FSP-RETURN-CODE IN MY-ENDOWMENT
              GOBACK
           END-IF

      *    NO PAYOUT ON THE DESK'S WORD ALONE - THE CPR AGENCY FEED
      *    MUST HAVE REGISTERED THE DEATH.
           EXEC SQL
              SELECT STATUS,
                     COALESCE(CHAR(EVENTDATE, ISO), ' ')
              INTO   :WS-CUST-STATUS, :WS-DEATH-DATE
              FROM   GENASA1.CUSTOMERSTATUS
              WHERE  CUSTOMERNUMBER = :DB2-CUSTOMERNUMBER-INT
           END-EXEC
           IF SQLCODE < 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-ENDOWMENT
              GOBACK
           END-IF
           IF SQLCODE = 100 OR WS-CUST-STATUS NOT = 'D' OR
              WS-DEATH-DATE = SPACES THEN
              MOVE 20 TO FSP-RETURN-CODE IN MY-ENDOWMENT
              GOBACK
           END-IF

           MOVE SPACES TO WS-CLAIM-STATUS
           EXEC SQL
              SELECT STATUS
              INTO   :WS-CLAIM-STATUS
              FROM   GENASA1.DEATHCLAIM
              WHERE  POLICYNUMBER = :DB2-POLICYNUMBER-INT
           END-EXEC
           IF SQLCODE < 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-ENDOWMENT
              GOBACK
           END-IF
           IF WS-CLAIM-STATUS = 'S' THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-ENDOWMENT
              GOBACK
           END-IF

      *    EVERY BONUS LGDB2BNS HAS DECLARED IS GUARANTEED ON DEATH
      *    AS IT IS AT MATURITY.
           EXEC SQL
              SELECT COALESCE(SUM(BONUSAMOUNT), 0)
              INTO   :DB2-BONUS-INT
              FROM   GENASA1.ENDBONUS
              WHERE  POLICYNUMBER = :DB2-POLICYNUMBER-INT
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-ENDOWMENT
              GOBACK
           END-IF

           COMPUTE DB2-PAYOUT-INT =
                   DB2-SUMASSURED-INT + DB2-BONUS-INT

           PERFORM SELL-UNIT-HOLDING
           IF FSP-RETURN-CODE IN MY-ENDOWMENT NOT = 0 THEN
              GOBACK
           END-IF

           IF WS-CLAIM-STATUS = SPACES THEN
              PERFORM INSERT-DEATH-CLAIM
           ELSE
              PERFORM UPDATE-DEATH-CLAIM
           END-IF
           IF FSP-RETURN-CODE IN MY-ENDOWMENT NOT = 0 THEN
              GOBACK
           END-IF

           PERFORM LAPSE-SURRENDER-QUOTE
           IF FSP-RETURN-CODE IN MY-ENDOWMENT NOT = 0 THEN
              GOBACK
           END-IF

           MOVE WS-DEATH-DATE TO
                FSP-DCL-DEATH-DATE IN MY-ENDOWMENT
           MOVE DB2-SUMASSURED-INT TO
                FSP-DCL-SUMASSURED IN MY-ENDOWMENT
           MOVE DB2-BONUS-INT TO
                FSP-DCL-BONUS IN MY-ENDOWMENT
           MOVE DB2-PAYOUT-INT TO
                FSP-DCL-PAYOUT IN MY-ENDOWMENT
           MOVE 0 TO FSP-RETURN-CODE IN MY-ENDOWMENT
           PERFORM WRITE-AUDIT-TRAIL.

      *    THE UNITS GO WITH THE CLAIM - NOTHING STAYS INVESTED
      *    ONCE THE BENEFIT IS SETTLED. NO UNITS HELD OR NO PRICE
      *    YET LEAVES THE GUARANTEED BENEFIT STANDING.
       SELL-UNIT-HOLDING.
           MOVE 0 TO FSP-RETURN-CODE IN MY-ENDOWMENT
           EXEC SQL
              SELECT EQUITIES, MANAGEDFUND
              INTO   :WS-EQUITIES, :WS-MANAGEDFUND
              FROM   ENDOWMENT
              WHERE  POLICYNUMBER = :DB2-POLICYNUMBER-INT
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-ENDOWMENT
              GOBACK
           END-IF

           EVALUATE TRUE
               WHEN WS-EQUITIES = 'Y'
                  MOVE 'E' TO WS-UNIT-FUND
               WHEN WS-MANAGEDFUND = 'Y'
                  MOVE 'M' TO WS-UNIT-FUND
               WHEN OTHER
                  MOVE SPACE TO WS-UNIT-FUND
           END-EVALUATE

           IF WS-UNIT-FUND NOT = SPACE THEN
              MOVE SPACES TO WS-UNITS
              MOVE 'S' TO UNT-FUNCTION
              MOVE DB2-POLICYNUMBER-INT TO UNT-POLICY-NUM
              MOVE WS-UNIT-FUND TO UNT-FUND
              MOVE WS-TODAY-ISO TO UNT-DATE
              MOVE 'L' TO UNT-PRICE-RULE
              MOVE 'DTH' TO UNT-TXNTYPE
              MOVE 0 TO UNT-INVOICE-NUM
              MOVE 0 TO UNT-AMOUNT
              CALL 'LGUNITS' USING WS-UNITS
              IF UNT-RC = 0 AND UNT-AMOUNT > DB2-PAYOUT-INT THEN
                 MOVE UNT-AMOUNT TO DB2-PAYOUT-INT
              END-IF
              IF UNT-RC = 8 THEN
                 MOVE 8 TO FSP-RETURN-CODE IN MY-ENDOWMENT
              END-IF
           END-IF.

       UPDATE-DEATH-CLAIM.
           EXEC SQL
              UPDATE GENASA1.DEATHCLAIM
              SET    STATUS = 'S',
                     DEATHDATE = :WS-DEATH-DATE,
                     SUMASSURED = :DB2-SUMASSURED-INT,
                     BONUSTOTAL = :DB2-BONUS-INT,
                     PAYOUT = :DB2-PAYOUT-INT,
                     SETTLEDDATE = :WS-TODAY-ISO,
                     OPERATOR = :FSP-DCL-OPERATOR,
                     REMITTEDDATE = NULL,
                     REMITREF = ' '
              WHERE  POLICYNUMBER = :DB2-POLICYNUMBER-INT
                AND  STATUS = 'N'
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                  MOVE 0 TO FSP-RETURN-CODE IN MY-ENDOWMENT
               WHEN SQLCODE = 100
                  MOVE 4 TO FSP-RETURN-CODE IN MY-ENDOWMENT
               WHEN OTHER
                  PERFORM LOG-SQL-ERROR
                  MOVE 8 TO FSP-RETURN-CODE IN MY-ENDOWMENT
           END-EVALUATE.

      *    THE DESK HEARD OF THE DEATH BEFORE THE NIGHTLY WIND-DOWN
      *    DID - NOTIFIED AND SETTLED IN ONE STEP.
       INSERT-DEATH-CLAIM.
           EXEC SQL
              INSERT INTO GENASA1.DEATHCLAIM
                        ( POLICYNUMBER,
                          CUSTOMERNUMBER,
                          DEATHDATE,
                          NOTIFIEDDATE,
                          STATUS,
                          SUMASSURED,
                          BONUSTOTAL,
                          PAYOUT,
                          SETTLEDDATE,
                          OPERATOR,
                          REMITTEDDATE,
                          REMITREF )
                 VALUES ( :DB2-POLICYNUMBER-INT,
                          :DB2-CUSTOMERNUMBER-INT,
                          :WS-DEATH-DATE,
                          :WS-TODAY-ISO,
                          'S',
                          :DB2-SUMASSURED-INT,
                          :DB2-BONUS-INT,
                          :DB2-PAYOUT-INT,
                          :WS-TODAY-ISO,
                          :FSP-DCL-OPERATOR,
                          NULL,
                          ' ' )
           END-EXEC
           IF SQLCODE = 0 THEN
              MOVE 0 TO FSP-RETURN-CODE IN MY-ENDOWMENT
           ELSE
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-ENDOWMENT
           END-IF.

      *    AN UNBOOKED SURRENDER QUOTE MUST NOT BE BOOKED ON TOP OF
      *    THE DEATH BENEFIT.
       LAPSE-SURRENDER-QUOTE.
           EXEC SQL
              DELETE FROM GENASA1.SURRENDER
              WHERE  POLICYNUMBER = :DB2-POLICYNUMBER-INT
                AND  STATUS = 'Q'
           END-EXEC
           IF SQLCODE = 0 OR SQLCODE = 100 THEN
              MOVE 0 TO FSP-RETURN-CODE IN MY-ENDOWMENT
           ELSE
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-ENDOWMENT
           END-IF.

       WRITE-AUDIT-TRAIL.
           MOVE 'ENDPGMD' TO AUD-PROGRAM IN WS-AUDIT
           MOVE FSP-REQUEST-ID IN MY-ENDOWMENT TO
                AUD-REQUEST-ID IN WS-AUDIT
           MOVE FSP-POLICY-NUM IN MY-ENDOWMENT TO
                AUD-KEY IN WS-AUDIT
           MOVE FSP-DCL-OPERATOR IN MY-ENDOWMENT TO
                AUD-OPERATOR IN WS-AUDIT
           MOVE SPACES TO AUD-BEFORE-IMAGE IN WS-AUDIT
           MOVE WS-DEATH-DATE TO WS-AUD-DEATH-DATE
           MOVE DB2-PAYOUT-INT TO WS-AUD-PAYOUT
           MOVE WS-AUDIT-IMAGE TO AUD-AFTER-IMAGE IN WS-AUDIT
           CALL 'AUDPGM1' USING DFHEIBLK DFHCOMMAREA WS-AUDIT.

       LOG-SQL-ERROR.
           MOVE 'ENDPGMD ' TO ERR-PROGRAM
           MOVE SPACES TO ERR-PARAGRAPH
           MOVE SPACES TO ERR-KEY-VALUES
           MOVE SQLCODE TO ERR-SQLCODE
           MOVE SQLSTATE TO ERR-SQLSTATE
           MOVE SQLERRMC TO ERR-SQLERRMC
           CALL 'LGSQLERR' USING WS-SQLERR.

       END PROGRAM ENDPGMD.
