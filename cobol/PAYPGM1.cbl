      *    RETURN CODES: 0 OK, 4 WOULD EXCEED VALUE WITHOUT
      *    OVERRIDE / INVALID REQUEST ID, 8 SQL ERROR, 12 PARKED
      *    PAYMENT NOT ON FILE OR NOT PENDING, 16 CLAIM NO LONGER
      *    ON FILE, 24 APPROVER IS THE REQUESTING OPERATOR,
      *    20 AMOUNT ABOVE THE APPROVER'S CLAIM-PAYMENT LIMIT (IT
      *    STAYS PARKED FOR A MORE SENIOR APPROVER), 28 SIGNED-ON
      *    USER HAS NO VALID OPERLIMIT ROW. THE APPROVER IS THE
      *    SIGNED-ON USER'S OPERATOR ID FROM OPRPGM1 - FSP-OPERATOR
      *    AS PASSED IN IS OVERWRITTEN, SO NOBODY CAN APPROVE UNDER
      *    A COLLEAGUE'S NAME. A REPAIRER INVOICE CLMPGMI PARKED
      *    HERE CARRIES ITS REPAIRERID AND INVOICE NUMBER: THE
      *    APPROVAL PAYS THE REPAIRER'S ACCOUNT (NO INTEREST ACT
      *    INTEREST - THAT IS OWED TO THE POLICYHOLDER) AND THE
      *    DECISION IS CARRIED BACK TO REPAIRINVOICE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       01  WS-FETCH-REQUESTOR          PIC X(8).
       01  WS-FETCH-OVERRIDE           PIC X(1).
       01  WS-FETCH-REQDATE            PIC X(10).
       01  WS-FETCH-REPAIRER           PIC X(8).
       01  WS-FETCH-INVOICE            PIC X(12).
       01  WS-DECIDE-DATE              PIC X(10).
       01  WS-TODAY                    PIC 9(8).
       01  WS-LIST-COUNT               PIC S9(4) COMP VALUE 0.

      * Operator authority limits through OPRPGM1
       01  WS-OPR.
           COPY OPRCPY1.

           EXEC SQL INCLUDE SQLCA      END-EXEC.

           EXEC SQL

           EXEC SQL
              SELECT AMOUNT, PAYMENTDATE, PAYEE, OPERATOR,
                     OVERRIDEIND,
                     COALESCE(REPAIRERID, ' '),
                     COALESCE(INVOICENUMBER, ' ')
              INTO   :DB2-AMOUNT-INT, :WS-FETCH-PAYDATE,
                     :WS-FETCH-PAYEE, :WS-FETCH-REQUESTOR,
                     :WS-FETCH-OVERRIDE, :WS-FETCH-REPAIRER,
                     :WS-FETCH-INVOICE
              FROM   GENASA1.PENDINGPAYMENT
              WHERE  CLAIMNUMBER = :DB2-CLAIMNUMBER-INT
                AND  STATUS = 'P'
              GOBACK
           END-IF

           MOVE 'P' TO FSP-OPR-LIMIT-TYPE IN WS-OPR
           MOVE DB2-AMOUNT-INT TO FSP-OPR-AMOUNT IN WS-OPR
           PERFORM CHECK-OPERATOR-AUTHORITY

      *    FOUR EYES MEANS FOUR EYES - THE KEYING OPERATOR CANNOT
      *    APPROVE THEIR OWN PAYMENT.
           IF FSP-OPERATOR IN MY-PAYMENT = WS-FETCH-REQUESTOR THEN
                          OPERATOR,
                          PAYMENTTYPE,
                          GLJOURNALED,
                          REMITREF,
                          REPAIRERID )
                 VALUES ( :DB2-CLAIMNUMBER-INT,
                          :WS-FETCH-PAYDATE,
                          :DB2-AMOUNT-INT,
                          :WS-FETCH-REQUESTOR,
                          'I',
                          'N',
                          ' ',
                          :WS-FETCH-REPAIRER )
           END-EXEC

           IF SQLCODE NOT = 0 THEN
              PERFORM INSERT-EXCESS-DEDUCTION
           END-IF

           IF WS-FETCH-REPAIRER = SPACES THEN
              PERFORM POST-STATUTORY-INTEREST
           END-IF

           MOVE 'A' TO WS-FETCH-OVERRIDE
           PERFORM MARK-PENDING-DECIDED
           PERFORM MARK-INVOICE-DECIDED.

      *    THE SAME INTEREST ACT RULE CLMPGMS APPLIES TO SMALL
      *    SETTLEMENTS - PARKING FOR APPROVAL DOES NOT STOP THE
       REJECT-ONE-PAYMENT.
           MOVE 0 TO FSP-RETURN-CODE IN MY-PAYMENT
           MOVE FSP-CLAIM-NUM IN MY-PAYMENT TO DB2-CLAIMNUMBER-INT
           MOVE SPACE TO FSP-OPR-LIMIT-TYPE IN WS-OPR
           MOVE 0 TO FSP-OPR-AMOUNT IN WS-OPR
           PERFORM CHECK-OPERATOR-AUTHORITY

           EXEC SQL
              SELECT COALESCE(REPAIRERID, ' '),
                     COALESCE(INVOICENUMBER, ' ')
              INTO   :WS-FETCH-REPAIRER, :WS-FETCH-INVOICE
              FROM   GENASA1.PENDINGPAYMENT
              WHERE  CLAIMNUMBER = :DB2-CLAIMNUMBER-INT
                AND  STATUS = 'P'
           END-EXEC
           IF SQLCODE < 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-PAYMENT
              GOBACK
           END-IF
           IF SQLCODE = 100 THEN
              MOVE 12 TO FSP-RETURN-CODE IN MY-PAYMENT
              GOBACK
           END-IF

           MOVE 'R' TO WS-FETCH-OVERRIDE
           PERFORM MARK-PENDING-DECIDED
           PERFORM MARK-INVOICE-DECIDED.

      *    REFUSING MONEY NEEDS NO LIMIT, ONLY A VALID OPERLIMIT
      *    ROW; APPROVING IT NEEDS A LIMIT THAT COVERS THE AMOUNT.
       CHECK-OPERATOR-AUTHORITY.
           MOVE 'OPRCHK' TO FSP-REQUEST-ID IN WS-OPR
           CALL 'OPRPGM1' USING DFHEIBLK DFHCOMMAREA WS-OPR
           EVALUATE FSP-RETURN-CODE IN WS-OPR
               WHEN 0
                  MOVE FSP-OPR-OPERATOR IN WS-OPR TO
                       FSP-OPERATOR IN MY-PAYMENT
               WHEN 20
                  MOVE 20 TO FSP-RETURN-CODE IN MY-PAYMENT
                  GOBACK
               WHEN 12
                  MOVE 28 TO FSP-RETURN-CODE IN MY-PAYMENT
                  GOBACK
               WHEN OTHER
                  MOVE 8 TO FSP-RETURN-CODE IN MY-PAYMENT
                  GOBACK
           END-EVALUATE.

      *    WS-FETCH-OVERRIDE DOUBLES AS THE TARGET STATUS HERE -
      *    'A' FROM THE APPROVAL PATH, 'R' FROM THE REJECT PATH.
                          OPERATOR,
                          PAYMENTTYPE,
                          GLJOURNALED,
                          REMITREF,
                          REPAIRERID )
                 VALUES ( :DB2-CLAIMNUMBER-INT,
                          :WS-FETCH-PAYDATE,
                          :DB2-EXCESS-INT,
                          :WS-FETCH-REQUESTOR,
                          'X',
                          'N',
                          ' ',
                          :WS-FETCH-REPAIRER )
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
           END-IF.


      *    A PARKED REPAIRER INVOICE TAKES THE SAME DECISION ON
      *    REPAIRINVOICE, SO CLMPGMI AND LGDB2RPR SEE IT CLOSED.
       MARK-INVOICE-DECIDED.
           IF WS-FETCH-REPAIRER NOT = SPACES AND
              FSP-RETURN-CODE IN MY-PAYMENT = 0 THEN
              EXEC SQL
                 UPDATE GENASA1.REPAIRINVOICE
                 SET    STATUS      = :WS-FETCH-OVERRIDE,
                        DECIDEDBY   = :FSP-OPERATOR,
                        DECIDEDDATE = :WS-DECIDE-DATE
                 WHERE  REPAIRERID = :WS-FETCH-REPAIRER
                   AND  INVOICENUMBER = :WS-FETCH-INVOICE
                   AND  STATUS = 'P'
              END-EXEC
              IF SQLCODE < 0 THEN
                 PERFORM LOG-SQL-ERROR
                 MOVE 8 TO FSP-RETURN-CODE IN MY-PAYMENT
              END-IF
           END-IF.

       LOG-SQL-ERROR.
           MOVE 'PAYPGM1 ' TO ERR-PROGRAM
           MOVE SPACES TO ERR-PARAGRAPH
