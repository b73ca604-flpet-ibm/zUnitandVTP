       ID DIVISION.
       PROGRAM-ID. CLMPGMI.
      ***
      *
      *    (C) 2026 IBM FLEMMING PETERSEN
      *    POSTS A GARAGE'S OR BUILDER'S INVOICE DIRECTLY ON A
      *    CLAIM. FUNCTION 'P' CHECKS THE REPAIRER IS APPROVED ON
      *    THE REPAIRER REGISTER AND OF THE RIGHT TRADE FOR THE
      *    CLAIM (GARAGE FOR MOTOR, BUILDER FOR HOUSE), THAT THE
      *    LABOUR LINE IS INSIDE THE AGREED HOURLY RATE, THAT THE
      *    INVOICE HAS NOT BEEN POSTED BEFORE, AND THAT IT FITS IN
      *    THE CLAIM'S OUTSTANDING RESERVE (VALUE LESS PAID, AFTER
      *    THE POLICY EXCESS ON A FIRST PAYMENT). THE INVOICE IS
      *    THEN RECORDED ON REPAIRINVOICE AND PAID: CLAIM.PAID
      *    MOVES AND A CLAIMPAYMENT ROW CARRYING THE REPAIRERID IS
      *    WRITTEN, WHICH LGDB2DSB REMITS TO THE REPAIRER'S OWN
      *    ACCOUNT. AN INVOICE ABOVE THE CLMPAYLIMIT FOUR-EYES
      *    THRESHOLD IS PARKED INSTEAD ('P' STATUS) UNTIL ANOTHER
      *    OPERATOR APPROVES IT WITH FUNCTION 'A' OR REJECTS IT
      *    WITH 'R'. A RESERVE TOO SMALL FOR THE INVOICE IS
      *    RE-ESTIMATED THROUGH CLMPGMR FIRST - THERE IS NO
      *    OVERRIDE HERE. THE POSTING AND THE APPROVING OPERATOR
      *    ARE THE SIGNED-ON USER'S OPERLIMIT ROW (OPRPGM1), NOT
      *    FSP-INV-OPERATOR AS KEYED. AN INVOICE ABOVE THAT
      *    OPERATOR'S CLAIM-PAYMENT LIMIT IS NOT PAID: IT IS HELD
      *    ('P' STATUS) AND PARKED ON THE PENDINGPAYMENT QUEUE WITH
      *    ITS REPAIRERID, AND PAYPGM1 PAYS THE REPAIRER OR REFUSES
      *    IT FROM THERE. RETURN CODES: 0 OK, 4 INVALID FUNCTION /
      *    LABOUR ABOVE THE AGREED RATE / DUPLICATE INVOICE /
      *    EXCEEDS THE OUTSTANDING RESERVE, 8 SQL ERROR, 12 CLAIM,
      *    REPAIRER OR PARKED INVOICE NOT ON FILE, 16 PARKED FOR
      *    APPROVAL, 20 REPAIRER NOT APPROVED OR WRONG TRADE FOR
      *    THE CLAIM, 24 APPROVER IS THE POSTING OPERATOR, 28
      *    SIGNED-ON USER HAS NO VALID OPERLIMIT ROW, 32 A PAYMENT
      *    IS ALREADY PARKED ON PENDINGPAYMENT FOR THE CLAIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Host variables for input to DB2 integer types

       01  DB2-IN-INTEGERS.
           03 DB2-CLAIMNUMBER-INT      PIC S9(9) COMP.
           03 DB2-AMOUNT-INT           PIC S9(9) COMP.
           03 DB2-LABOUR-INT           PIC S9(9) COMP.
           03 DB2-LABOURRATE-INT       PIC S9(9) COMP.
           03 DB2-PAID-INT             PIC S9(9) COMP.
           03 DB2-VALUE-INT            PIC S9(9) COMP.
           03 DB2-NEW-PAID-INT         PIC S9(9) COMP.
           03 DB2-PAY-LIMIT-INT        PIC S9(9) COMP.
           03 DB2-DUP-COUNT            PIC S9(9) COMP.
           03 DB2-EXCESS-INT           PIC S9(9) COMP.
           03 DB2-PRIOR-PAY-COUNT      PIC S9(9) COMP.
           03 DB2-CLM-POLICY-INT       PIC S9(9) COMP.
           03 DB2-PENDING-COUNT        PIC S9(9) COMP.

       01  DB2-LABOURHOURS             PIC S9(4)V9 COMP-3.
       01  WS-LABOUR-CAP               PIC S9(11) COMP.

       01  WS-REPAIRER-NAME            PIC X(31).
       01  WS-TRADE                    PIC X(1).
       01  WS-REPAIRER-STATUS          PIC X(1).
       01  WS-POLICYTYPE               PIC X(1).
       01  WS-INVOICE-DATE             PIC X(10).
       01  WS-INVOICE-STATUS           PIC X(1).
       01  WS-POSTED-BY                PIC X(8).
       01  WS-DECIDE-DATE              PIC X(10).
       01  WS-TODAY                    PIC 9(8).
       01  WS-REQUEST-DATE             PIC X(10).

      * Operator authority limits through OPRPGM1
       01  WS-OPR.
           COPY OPRCPY1.

           EXEC SQL INCLUDE SQLCA      END-EXEC.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.

       LINKAGE SECTION.
       01  MY-CLAIM.
           COPY CLMCPY1.

       PROCEDURE DIVISION USING MY-CLAIM.
      *
       MAIN SECTION.
       MAIN1.

           MOVE 0 TO FSP-RETURN-CODE IN MY-CLAIM
           MOVE 0 TO FSP-INV-PAID-AMOUNT IN MY-CLAIM

           EVALUATE FSP-INV-FUNCTION IN MY-CLAIM
               WHEN 'P'
                  PERFORM POST-INVOICE
               WHEN 'A'
                  PERFORM APPROVE-INVOICE
               WHEN 'R'
                  PERFORM REJECT-INVOICE
               WHEN OTHER
                  MOVE 4 TO FSP-RETURN-CODE IN MY-CLAIM
           END-EVALUATE.

           GOBACK.

      *----------------------------------------------------------------*
       POST-INVOICE.
           MOVE FSP-INV-CLAIM-NUMBER IN MY-CLAIM TO
                DB2-CLAIMNUMBER-INT
           MOVE FSP-INV-AMOUNT IN MY-CLAIM TO DB2-AMOUNT-INT
           MOVE FSP-INV-LABOUR-AMOUNT IN MY-CLAIM TO DB2-LABOUR-INT
           MOVE FSP-INV-LABOUR-HOURS IN MY-CLAIM TO DB2-LABOURHOURS
           MOVE FSP-INV-DATE IN MY-CLAIM TO WS-INVOICE-DATE

           PERFORM CHECK-OPERATOR-AUTHORITY
           MOVE FSP-INV-OPERATOR IN MY-CLAIM TO WS-POSTED-BY

           PERFORM GET-REPAIRER
           PERFORM GET-CLAIM-POSITION

      *    A GARAGE DOES NOT REBUILD A KITCHEN - THE TRADE MUST
      *    MATCH THE LINE OF BUSINESS THE CLAIM IS ON.
           IF WS-REPAIRER-STATUS NOT = 'A' OR
              WS-TRADE NOT = WS-POLICYTYPE THEN
              MOVE 20 TO FSP-RETURN-CODE IN MY-CLAIM
              GOBACK
           END-IF

      *    THE LABOUR LINE MAY NOT BILL MORE THAN THE HOURS AT THE
      *    RATE AGREED WITH THE REPAIRER.
           COMPUTE WS-LABOUR-CAP =
                   DB2-LABOURHOURS * DB2-LABOURRATE-INT
           IF DB2-LABOUR-INT > WS-LABOUR-CAP OR
              DB2-LABOUR-INT > DB2-AMOUNT-INT THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-CLAIM
              GOBACK
           END-IF

           EXEC SQL
              SELECT COUNT(*)
              INTO  :DB2-DUP-COUNT
              FROM  GENASA1.REPAIRINVOICE
              WHERE REPAIRERID = :FSP-INV-REPAIRER
                AND INVOICENUMBER = :FSP-INV-NUMBER
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-CLAIM
              GOBACK
           END-IF
           IF DB2-DUP-COUNT > 0 THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-CLAIM
              GOBACK
           END-IF

           PERFORM CHECK-OUTSTANDING-RESERVE

      *    ABOVE THE OPERATOR'S OWN LIMIT THE INVOICE GOES UP THE
      *    LINE THROUGH THE PENDINGPAYMENT QUEUE, AS IN CLMPGMS.
           IF FSP-RETURN-CODE IN WS-OPR = 20 THEN
              PERFORM PARK-PAYMENT
              GOBACK
           END-IF

      *    THE SAME FOUR-EYES THRESHOLD CLMPGMS PARKS SETTLEMENTS
      *    AT - NO ROW MEANS NO PARKING AT ALL.
           EXEC SQL
              SELECT LIMITVALUE
              INTO  :DB2-PAY-LIMIT-INT
              FROM  GENASA1.UWLIMITS
              WHERE LIMITNAME = 'CLMPAYLIMIT'
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              MOVE 999999999 TO DB2-PAY-LIMIT-INT
           END-IF

           IF DB2-AMOUNT-INT > DB2-PAY-LIMIT-INT THEN
              MOVE 'P' TO WS-INVOICE-STATUS
              PERFORM INSERT-INVOICE
              MOVE 16 TO FSP-RETURN-CODE IN MY-CLAIM
           ELSE
              MOVE 'A' TO WS-INVOICE-STATUS
              PERFORM INSERT-INVOICE
              PERFORM PAY-INVOICE
           END-IF.

      *----------------------------------------------------------------*
      *    THE APPROVAL RE-READS THE CLAIM - THE RESERVE AND THE
      *    EXCESS POSITION MAY HAVE MOVED SINCE THE INVOICE WAS
      *    PARKED.
       APPROVE-INVOICE.
           EXEC SQL
              SELECT CLAIMNUMBER, INVOICEDATE, AMOUNT, OPERATOR
              INTO  :DB2-CLAIMNUMBER-INT, :WS-INVOICE-DATE,
                    :DB2-AMOUNT-INT, :WS-POSTED-BY
              FROM  GENASA1.REPAIRINVOICE
              WHERE REPAIRERID = :FSP-INV-REPAIRER
                AND INVOICENUMBER = :FSP-INV-NUMBER
                AND STATUS = 'P'
           END-EXEC
           IF SQLCODE < 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-CLAIM
              GOBACK
           END-IF
           IF SQLCODE = 100 THEN
              MOVE 12 TO FSP-RETURN-CODE IN MY-CLAIM
              GOBACK
           END-IF

      *    ONCE QUEUED ON PENDINGPAYMENT THE INVOICE IS DECIDED BY
      *    PAYPGM1 ONLY - APPROVING IT HERE TOO WOULD PAY IT TWICE.
           EXEC SQL
              SELECT COUNT(*)
              INTO  :DB2-PENDING-COUNT
              FROM  GENASA1.PENDINGPAYMENT
              WHERE REPAIRERID = :FSP-INV-REPAIRER
                AND INVOICENUMBER = :FSP-INV-NUMBER
                AND STATUS = 'P'
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-CLAIM
              GOBACK
           END-IF
           IF DB2-PENDING-COUNT > 0 THEN
              MOVE 32 TO FSP-RETURN-CODE IN MY-CLAIM
              GOBACK
           END-IF

           PERFORM CHECK-OPERATOR-AUTHORITY
           IF FSP-INV-OPERATOR IN MY-CLAIM = WS-POSTED-BY THEN
              MOVE 24 TO FSP-RETURN-CODE IN MY-CLAIM
              GOBACK
           END-IF

           PERFORM GET-REPAIRER
           IF WS-REPAIRER-STATUS NOT = 'A' THEN
              MOVE 20 TO FSP-RETURN-CODE IN MY-CLAIM
              GOBACK
           END-IF

           PERFORM GET-CLAIM-POSITION
           PERFORM CHECK-OUTSTANDING-RESERVE

      *    AN APPROVER WHOSE OWN LIMIT DOES NOT COVER THE INVOICE
      *    PASSES IT ON TO PENDINGPAYMENT - IT STAYS HELD HERE AND
      *    PAYPGM1 DECIDES IT.
           IF FSP-RETURN-CODE IN WS-OPR = 20 THEN
              PERFORM QUEUE-PENDING-PAYMENT
              GOBACK
           END-IF

           PERFORM PAY-INVOICE

           MOVE 'A' TO WS-INVOICE-STATUS
           PERFORM MARK-INVOICE-DECIDED.

      *    A REJECTED INVOICE ALSO LEAVES THE PENDINGPAYMENT QUEUE
      *    IF IT WAS WAITING THERE.
       REJECT-INVOICE.
           PERFORM CHECK-OPERATOR-AUTHORITY
           MOVE 'R' TO WS-INVOICE-STATUS
           PERFORM MARK-INVOICE-DECIDED
           IF FSP-RETURN-CODE IN MY-CLAIM NOT = 0 THEN
              GOBACK
           END-IF

           EXEC SQL
              UPDATE GENASA1.PENDINGPAYMENT
              SET    STATUS      = 'R',
                     DECIDEDBY   = :FSP-INV-OPERATOR,
                     DECIDEDDATE = :WS-DECIDE-DATE
              WHERE  REPAIRERID = :FSP-INV-REPAIRER
                AND  INVOICENUMBER = :FSP-INV-NUMBER
                AND  STATUS = 'P'
           END-EXEC
           IF SQLCODE < 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-CLAIM
           END-IF.

      *    THE OPERATOR RECORDED ON THE INVOICE IS THE ONE THE
      *    SIGNED-ON USER IS - WHATEVER THE CALLER KEYED IS
      *    OVERWRITTEN. RC 20 FROM OPRPGM1 IS LEFT IN WS-OPR FOR
      *    THE CALLER TO PARK THE INVOICE ON.
       CHECK-OPERATOR-AUTHORITY.
           MOVE SPACES TO WS-OPR
           MOVE 'OPRCHK' TO FSP-REQUEST-ID IN WS-OPR
           IF FSP-INV-FUNCTION IN MY-CLAIM = 'R' THEN
              MOVE SPACE TO FSP-OPR-LIMIT-TYPE IN WS-OPR
              MOVE 0 TO FSP-OPR-AMOUNT IN WS-OPR
           ELSE
              MOVE 'P' TO FSP-OPR-LIMIT-TYPE IN WS-OPR
              MOVE DB2-AMOUNT-INT TO FSP-OPR-AMOUNT IN WS-OPR
           END-IF
           CALL 'OPRPGM1' USING DFHEIBLK DFHCOMMAREA WS-OPR
           EVALUATE FSP-RETURN-CODE IN WS-OPR
               WHEN 0
               WHEN 20
                  MOVE FSP-OPR-OPERATOR IN WS-OPR TO
                       FSP-INV-OPERATOR IN MY-CLAIM
               WHEN 12
                  MOVE 28 TO FSP-RETURN-CODE IN MY-CLAIM
                  GOBACK
               WHEN OTHER
                  MOVE 8 TO FSP-RETURN-CODE IN MY-CLAIM
                  GOBACK
           END-EVALUATE.

      *    A NEW INVOICE OVER THE POSTING OPERATOR'S LIMIT IS HELD
      *    ON REPAIRINVOICE (SO A RE-SEND IS STILL A DUPLICATE) AND
      *    QUEUED FOR A SENIOR APPROVER.
       PARK-PAYMENT.
           PERFORM CHECK-PENDING-PAYMENT
           MOVE 'P' TO WS-INVOICE-STATUS
           PERFORM INSERT-INVOICE
           PERFORM QUEUE-PENDING-PAYMENT.

      *    ONE PARKED PAYMENT PER CLAIM AT A TIME ON PENDINGPAYMENT,
      *    THE SAME RULE CLMPGMS KEEPS FOR SETTLEMENTS.
       CHECK-PENDING-PAYMENT.
           EXEC SQL
              SELECT COUNT(*)
              INTO  :DB2-PENDING-COUNT
              FROM  GENASA1.PENDINGPAYMENT
              WHERE CLAIMNUMBER = :DB2-CLAIMNUMBER-INT
                AND STATUS = 'P'
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-CLAIM
              GOBACK
           END-IF
           IF DB2-PENDING-COUNT > 0 THEN
              MOVE 32 TO FSP-RETURN-CODE IN MY-CLAIM
              GOBACK
           END-IF.

      *    THE QUEUE ROW CARRIES THE REPAIRER AND INVOICE SO THE
      *    APPROVAL PAYS THE REPAIRER'S ACCOUNT AND CLOSES THE
      *    INVOICE. NO OVERRIDE - THE RESERVE HAS BEEN CHECKED.
       QUEUE-PENDING-PAYMENT.
           IF FSP-INV-FUNCTION IN MY-CLAIM = 'A' THEN
              PERFORM CHECK-PENDING-PAYMENT
           END-IF

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
                  DELIMITED BY SIZE INTO WS-REQUEST-DATE

           EXEC SQL
              INSERT INTO GENASA1.PENDINGPAYMENT
                        ( CLAIMNUMBER,
                          PAYMENTDATE,
                          AMOUNT,
                          PAYEE,
                          OPERATOR,
                          OVERRIDEIND,
                          REQUESTDATE,
                          STATUS,
                          DECIDEDBY,
                          DECIDEDDATE,
                          REPAIRERID,
                          INVOICENUMBER )
                 VALUES ( :DB2-CLAIMNUMBER-INT,
                          :WS-INVOICE-DATE,
                          :DB2-AMOUNT-INT,
                          :WS-REPAIRER-NAME,
                          :WS-POSTED-BY,
                          'N',
                          :WS-REQUEST-DATE,
                          'P',
                          ' ',
                          NULL,
                          :FSP-INV-REPAIRER,
                          :FSP-INV-NUMBER )
           END-EXEC

           IF SQLCODE = 0 THEN
              MOVE 16 TO FSP-RETURN-CODE IN MY-CLAIM
           ELSE
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-CLAIM
           END-IF.

      *----------------------------------------------------------------*
       GET-REPAIRER.
           EXEC SQL
              SELECT REPAIRERNAME, TRADE, LABOURRATE, STATUS
              INTO  :WS-REPAIRER-NAME, :WS-TRADE,
                    :DB2-LABOURRATE-INT, :WS-REPAIRER-STATUS
              FROM  GENASA1.REPAIRER
              WHERE REPAIRERID = :FSP-INV-REPAIRER
           END-EXEC
           IF SQLCODE < 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-CLAIM
              GOBACK
           END-IF
           IF SQLCODE = 100 THEN
              MOVE 12 TO FSP-RETURN-CODE IN MY-CLAIM
              GOBACK
           END-IF.

       GET-CLAIM-POSITION.
           EXEC SQL
              SELECT CLAIM.PAID, CLAIM.VALUE, CLAIM.POLICYNUMBER,
                     POLICY.POLICYTYPE
              INTO  :DB2-PAID-INT, :DB2-VALUE-INT,
                    :DB2-CLM-POLICY-INT, :WS-POLICYTYPE
              FROM  CLAIM, POLICY
              WHERE CLAIM.CLAIMNUMBER = :DB2-CLAIMNUMBER-INT
                AND POLICY.POLICYNUMBER = CLAIM.POLICYNUMBER
           END-EXEC
           IF SQLCODE < 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-CLAIM
              GOBACK
           END-IF
           IF SQLCODE = 100 THEN
              MOVE 12 TO FSP-RETURN-CODE IN MY-CLAIM
              GOBACK
           END-IF.

      *    PAID MOVES BY THE INVOICE LESS ANY FIRST-PAYMENT EXCESS,
      *    AND THAT MUST STAY INSIDE THE CLAIM'S VALUE.
       CHECK-OUTSTANDING-RESERVE.
           PERFORM GET-EXCESS-DEDUCTION THRU GET-EXCESS-EXIT
           COMPUTE DB2-NEW-PAID-INT = DB2-PAID-INT + DB2-AMOUNT-INT
                   - DB2-EXCESS-INT
           IF DB2-NEW-PAID-INT > DB2-VALUE-INT THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-CLAIM
              GOBACK
           END-IF.

       INSERT-INVOICE.
           EXEC SQL
              INSERT INTO GENASA1.REPAIRINVOICE
                        ( REPAIRERID,
                          INVOICENUMBER,
                          CLAIMNUMBER,
                          INVOICEDATE,
                          AMOUNT,
                          LABOURHOURS,
                          LABOURAMOUNT,
                          STATUS,
                          OPERATOR,
                          DECIDEDBY,
                          DECIDEDDATE )
                 VALUES ( :FSP-INV-REPAIRER,
                          :FSP-INV-NUMBER,
                          :DB2-CLAIMNUMBER-INT,
                          :WS-INVOICE-DATE,
                          :DB2-AMOUNT-INT,
                          :DB2-LABOURHOURS,
                          :DB2-LABOUR-INT,
                          :WS-INVOICE-STATUS,
                          :WS-POSTED-BY,
                          ' ',
                          NULL )
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-CLAIM
              GOBACK
           END-IF.

      *    THE PAYMENT ROW CARRIES THE REPAIRERID SO THE
      *    DISBURSEMENT RUN PAYS THE REPAIRER'S ACCOUNT, NOT THE
      *    POLICYHOLDER'S MANDATE.
       PAY-INVOICE.
           EXEC SQL
              UPDATE CLAIM
              SET    PAID = :DB2-NEW-PAID-INT
              WHERE  CLAIMNUMBER = :DB2-CLAIMNUMBER-INT
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-CLAIM
              GOBACK
           END-IF

           EXEC SQL
              INSERT INTO GENASA1.CLAIMPAYMENT
                        ( CLAIMNUMBER,
                          PAYMENTDATE,
                          AMOUNT,
                          PAYEE,
                          OPERATOR,
                          PAYMENTTYPE,
                          GLJOURNALED,
                          REMITREF,
                          REPAIRERID )
                 VALUES ( :DB2-CLAIMNUMBER-INT,
                          :WS-INVOICE-DATE,
                          :DB2-AMOUNT-INT,
                          :WS-REPAIRER-NAME,
                          :WS-POSTED-BY,
                          'I',
                          'N',
                          ' ',
                          :FSP-INV-REPAIRER )
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-CLAIM
              GOBACK
           END-IF

           IF DB2-EXCESS-INT > 0 THEN
              PERFORM INSERT-EXCESS-DEDUCTION
           END-IF

           COMPUTE FSP-INV-PAID-AMOUNT IN MY-CLAIM =
                   DB2-NEW-PAID-INT - DB2-PAID-INT.

       MARK-INVOICE-DECIDED.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
                  DELIMITED BY SIZE INTO WS-DECIDE-DATE

           EXEC SQL
              UPDATE GENASA1.REPAIRINVOICE
              SET    STATUS      = :WS-INVOICE-STATUS,
                     DECIDEDBY   = :FSP-INV-OPERATOR,
                     DECIDEDDATE = :WS-DECIDE-DATE
              WHERE  REPAIRERID = :FSP-INV-REPAIRER
                AND  INVOICENUMBER = :FSP-INV-NUMBER
                AND  STATUS = 'P'
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                  CONTINUE
               WHEN SQLCODE = 100
                  MOVE 12 TO FSP-RETURN-CODE IN MY-CLAIM
               WHEN OTHER
                  PERFORM LOG-SQL-ERROR
                  MOVE 8 TO FSP-RETURN-CODE IN MY-CLAIM
           END-EVALUATE.

      *    THE POLICY EXCESS COMES OFF THE FIRST PAYMENT ON EACH
      *    CLAIM, AS IN CLMPGMS - A REPAIRER ONLY WORKS MOTOR AND
      *    HOUSE CLAIMS, SO THERE IS NO PER-PERIL COMMERCIAL
      *    EXCESS TO PICK HERE.
       GET-EXCESS-DEDUCTION.
           MOVE 0 TO DB2-EXCESS-INT

           IF DB2-PAID-INT > 0 THEN
              GO TO GET-EXCESS-EXIT
           END-IF

           EXEC SQL
              SELECT COUNT(*)
              INTO  :DB2-PRIOR-PAY-COUNT
              FROM  GENASA1.CLAIMPAYMENT
              WHERE CLAIMNUMBER = :DB2-CLAIMNUMBER-INT
                AND PAYMENTTYPE = 'I'
           END-EXEC
           IF SQLCODE NOT = 0 OR DB2-PRIOR-PAY-COUNT > 0 THEN
              GO TO GET-EXCESS-EXIT
           END-IF

           EXEC SQL
              SELECT EXCESSAMOUNT
              INTO  :DB2-EXCESS-INT
              FROM  MOTOR
              WHERE POLICYNUMBER = :DB2-CLM-POLICY-INT
           END-EXEC
           IF SQLCODE = 0 THEN
              GO TO GET-EXCESS-CAP
           END-IF

           EXEC SQL
              SELECT EXCESSAMOUNT
              INTO  :DB2-EXCESS-INT
              FROM  GENASA1.HOUSE
              WHERE POLICYNUMBER = :DB2-CLM-POLICY-INT
           END-EXEC
           IF SQLCODE = 0 THEN
              GO TO GET-EXCESS-CAP
           END-IF

           MOVE 0 TO DB2-EXCESS-INT.
           GO TO GET-EXCESS-EXIT.

       GET-EXCESS-CAP.
           IF DB2-EXCESS-INT < 0 THEN
              MOVE 0 TO DB2-EXCESS-INT
           END-IF
           IF DB2-EXCESS-INT > DB2-AMOUNT-INT THEN
              MOVE DB2-AMOUNT-INT TO DB2-EXCESS-INT
           END-IF.

       GET-EXCESS-EXIT.
           EXIT.

       INSERT-EXCESS-DEDUCTION.
           COMPUTE DB2-EXCESS-INT = 0 - DB2-EXCESS-INT
           EXEC SQL
              INSERT INTO GENASA1.CLAIMPAYMENT
                        ( CLAIMNUMBER,
                          PAYMENTDATE,
                          AMOUNT,
                          PAYEE,
                          OPERATOR,
                          PAYMENTTYPE,
                          GLJOURNALED,
                          REMITREF,
                          REPAIRERID )
                 VALUES ( :DB2-CLAIMNUMBER-INT,
                          :WS-INVOICE-DATE,
                          :DB2-EXCESS-INT,
                          :WS-REPAIRER-NAME,
                          :WS-POSTED-BY,
                          'X',
                          'N',
                          ' ',
                          :FSP-INV-REPAIRER )
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-CLAIM
           END-IF.

       LOG-SQL-ERROR.
           MOVE 'CLMPGMI ' TO ERR-PROGRAM
           MOVE SPACES TO ERR-PARAGRAPH
           MOVE SPACES TO ERR-KEY-VALUES
           MOVE SQLCODE TO ERR-SQLCODE
           MOVE SQLSTATE TO ERR-SQLSTATE
           MOVE SQLERRMC TO ERR-SQLERRMC
           CALL 'LGSQLERR' USING WS-SQLERR.

       END PROGRAM CLMPGMI.
