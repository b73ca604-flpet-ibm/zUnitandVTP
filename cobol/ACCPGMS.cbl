       ID DIVISION.
       PROGRAM-ID. ACCPGMS.
      ***
      *
      *    (C) 2026 IBM FLEMMING PETERSEN
      *    MANUAL ALLOCATION OF UNALLOCATED CASH. A RECEIPT LGDB2PAY
      *    COULD NOT MATCH TO AN INVOICE IS HELD ON THE SUSPENSE
      *    TABLE UNTIL CREDIT CONTROL WORKS OUT WHO SENT IT. ACCSUS
      *    THEN EITHER PAYS UP TO 10 OF THE CUSTOMER'S OPEN INVOICES
      *    OUT OF IT (ACTION 'A' - EACH INVOICE IS PAID IN FULL, THE
      *    WAY LGDB2PAY PAYS ONE) OR REFUNDS THE CUSTOMER (ACTION
      *    'F' - THE AMOUNT GIVEN, OR ALL THAT IS LEFT WHEN NONE IS
      *    GIVEN) THROUGH THE LGDB2DSB DISBURSEMENT RUN. A RECEIPT
      *    CAN BE SPLIT OVER SEVERAL CALLS; EVERY ALLOCATION IS A
      *    SUSPALLOC ROW, WHICH LGDB2GLI JOURNALS OUT OF THE
      *    SUSPENSE ACCOUNT, AND THE RECEIPT CLOSES ('A') ONCE ALL
      *    OF IT IS ALLOCATED.
      *    RETURN CODES: 0 OK, 4 INVALID REQUEST / ACTION / INVOICE
      *    LIST, 8 SQL ERROR, 12 RECEIPT NOT ON FILE, 16 RECEIPT
      *    ALREADY FULLY ALLOCATED, 20 INVOICE NOT OPEN OR NOT THE
      *    CUSTOMER'S, 24 MORE THAN IS LEFT UNALLOCATED,
      *    28 CUSTOMER NOT ON FILE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Host variables for input to DB2 integer types

       01  DB2-IN-INTEGERS.
           03 DB2-SUSPENSEID-INT       PIC S9(9) COMP.
           03 DB2-CUSTOMERNUMBER-INT   PIC S9(9) COMP.
           03 DB2-INVOICENUMBER-INT    PIC S9(9) COMP.
           03 DB2-ALLOCID-INT          PIC S9(9) COMP.
           03 DB2-SUS-AMOUNT-INT       PIC S9(9) COMP.
           03 DB2-SUS-ALLOCATED-INT    PIC S9(9) COMP.
           03 DB2-INV-AMOUNT-INT       PIC S9(9) COMP.
           03 DB2-INV-CUSTOMER-INT     PIC S9(9) COMP.
           03 DB2-ALLOC-AMOUNT-INT     PIC S9(9) COMP.
           03 DB2-CUSTOMER-COUNT       PIC S9(9) COMP.

       01  WS-SUS-STATUS               PIC X(1).
       01  WS-INV-STATUS               PIC X(1).
       01  WS-ALLOC-TYPE               PIC X(1).
       01  WS-REMAINING                PIC S9(9) COMP.
       01  WS-ALLOC-TOTAL              PIC S9(9) COMP.
       01  WS-INV-IDX                  PIC S9(4) COMP.
       01  WS-DUP-IDX                  PIC S9(4) COMP.

       01  WS-TODAY                    PIC 9(8).
       01  WS-TODAY-ISO                PIC X(10).

      * Before/after images for the common AUDITLOG trail
       01  WS-AUDIT.
           COPY AUDCPY1.

       01  WS-AUDIT-BEFORE.
           03 FILLER                   PIC X(7) VALUE 'REMAIN '.
           03 WS-AUD-REMAIN-BEFORE     PIC 9(9).

       01  WS-AUDIT-AFTER.
           03 WS-AUD-ACTION            PIC X(1).
           03 FILLER                   PIC X(7) VALUE ' ALLOC '.
           03 WS-AUD-ALLOCATED         PIC 9(9).
           03 FILLER                   PIC X(8) VALUE ' REMAIN '.
           03 WS-AUD-REMAIN-AFTER      PIC 9(9).
           03 FILLER                   PIC X(6) VALUE ' CUST '.
           03 WS-AUD-CUSTOMER          PIC 9(9).

           EXEC SQL INCLUDE SQLCA      END-EXEC.

      * Number-range allocation through NUMPGM1
       01  WS-NUM.
           COPY NUMCPY1.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.

       LINKAGE SECTION.
       01  MY-ACCOUNT.
           COPY ACCCPY1.

       PROCEDURE DIVISION USING MY-ACCOUNT.
      *
       MAIN SECTION.
       MAIN1.

           IF FSP-REQUEST-ID IN MY-ACCOUNT NOT = 'ACCSUS' THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-ACCOUNT
              GOBACK
           END-IF

           IF FSP-SUS-ACTION IN MY-ACCOUNT NOT = 'A' AND
              FSP-SUS-ACTION IN MY-ACCOUNT NOT = 'F' THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-ACCOUNT
              GOBACK
           END-IF

           IF FSP-CUSTOMER-NUM IN MY-ACCOUNT NOT NUMERIC OR
              FSP-CUSTOMER-NUM IN MY-ACCOUNT = 0 THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-ACCOUNT
              GOBACK
           END-IF

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-TODAY-ISO
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY-ISO

           MOVE FSP-SUS-ID IN MY-ACCOUNT TO DB2-SUSPENSEID-INT
           MOVE FSP-CUSTOMER-NUM IN MY-ACCOUNT TO
                DB2-CUSTOMERNUMBER-INT

           PERFORM READ-SUSPENSE-ITEM
           IF FSP-RETURN-CODE IN MY-ACCOUNT NOT = 0 THEN
              GOBACK
           END-IF

           PERFORM CHECK-CUSTOMER
           IF FSP-RETURN-CODE IN MY-ACCOUNT NOT = 0 THEN
              GOBACK
           END-IF

      *    EVERYTHING IS CHECKED BEFORE ANYTHING IS WRITTEN, SO A
      *    REJECTED REQUEST LEAVES NO HALF-DONE ALLOCATION BEHIND.
           MOVE 0 TO WS-ALLOC-TOTAL
           IF FSP-SUS-ACTION IN MY-ACCOUNT = 'A' THEN
              IF FSP-SUS-INV-COUNT IN MY-ACCOUNT NOT NUMERIC OR
                 FSP-SUS-INV-COUNT IN MY-ACCOUNT = 0 OR
                 FSP-SUS-INV-COUNT IN MY-ACCOUNT > 10 THEN
                 MOVE 4 TO FSP-RETURN-CODE IN MY-ACCOUNT
                 GOBACK
              END-IF
              PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                      UNTIL WS-INV-IDX >
                            FSP-SUS-INV-COUNT IN MY-ACCOUNT
                 PERFORM CHECK-ONE-INVOICE
                 IF FSP-RETURN-CODE IN MY-ACCOUNT NOT = 0 THEN
                    GOBACK
                 END-IF
              END-PERFORM
           ELSE
              IF FSP-SUS-REFUND-AMT IN MY-ACCOUNT NUMERIC AND
                 FSP-SUS-REFUND-AMT IN MY-ACCOUNT > 0 THEN
                 MOVE FSP-SUS-REFUND-AMT IN MY-ACCOUNT TO
                      WS-ALLOC-TOTAL
              ELSE
                 MOVE WS-REMAINING TO WS-ALLOC-TOTAL
              END-IF
           END-IF

           IF WS-ALLOC-TOTAL > WS-REMAINING THEN
              MOVE 24 TO FSP-RETURN-CODE IN MY-ACCOUNT
              GOBACK
           END-IF

      *    THE MONEY IS CLAIMED OFF THE RECEIPT FIRST - A SECOND
      *    DESK ALLOCATING THE SAME RECEIPT SINCE IT WAS READ GETS
      *    RC 24 HERE BEFORE ANY ALLOCATION IS WRITTEN.
           PERFORM UPDATE-SUSPENSE-ITEM
           IF FSP-RETURN-CODE IN MY-ACCOUNT NOT = 0 THEN
              GOBACK
           END-IF

           IF FSP-SUS-ACTION IN MY-ACCOUNT = 'A' THEN
              PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                      UNTIL WS-INV-IDX >
                            FSP-SUS-INV-COUNT IN MY-ACCOUNT
                 PERFORM ALLOCATE-ONE-INVOICE
                 IF FSP-RETURN-CODE IN MY-ACCOUNT NOT = 0 THEN
                    GOBACK
                 END-IF
              END-PERFORM
           ELSE
              PERFORM ALLOCATE-REFUND
              IF FSP-RETURN-CODE IN MY-ACCOUNT NOT = 0 THEN
                 GOBACK
              END-IF
           END-IF

           MOVE WS-ALLOC-TOTAL TO FSP-SUS-ALLOCATED IN MY-ACCOUNT
           COMPUTE FSP-SUS-REMAINING IN MY-ACCOUNT =
                   DB2-SUS-AMOUNT-INT - DB2-SUS-ALLOCATED-INT
           MOVE 0 TO FSP-RETURN-CODE IN MY-ACCOUNT
           PERFORM WRITE-AUDIT-TRAIL

           GOBACK.

      *----------------------------------------------------------------*
      *    ONLY A RECEIPT WITH MONEY STILL UNALLOCATED CAN BE USED.
       READ-SUSPENSE-ITEM.

           EXEC SQL
              SELECT AMOUNT, ALLOCATEDAMOUNT, STATUS
              INTO   :DB2-SUS-AMOUNT-INT,
                     :DB2-SUS-ALLOCATED-INT,
                     :WS-SUS-STATUS
              FROM   GENASA1.SUSPENSE
              WHERE  SUSPENSEID = :DB2-SUSPENSEID-INT
           END-EXEC
           IF SQLCODE < 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-ACCOUNT
              GOBACK
           END-IF
           IF SQLCODE = 100 THEN
              MOVE 12 TO FSP-RETURN-CODE IN MY-ACCOUNT
              GOBACK
           END-IF

           COMPUTE WS-REMAINING =
                   DB2-SUS-AMOUNT-INT - DB2-SUS-ALLOCATED-INT
           IF WS-SUS-STATUS NOT = 'O' OR WS-REMAINING <= 0 THEN
              MOVE 16 TO FSP-RETURN-CODE IN MY-ACCOUNT
              GOBACK
           END-IF

           MOVE 0 TO FSP-RETURN-CODE IN MY-ACCOUNT.

       CHECK-CUSTOMER.

           EXEC SQL
              SELECT COUNT(*)
              INTO   :DB2-CUSTOMER-COUNT
              FROM   CUSTOMER
              WHERE  CUSTOMERNUMBER = :DB2-CUSTOMERNUMBER-INT
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-ACCOUNT
              GOBACK
           END-IF
           IF DB2-CUSTOMER-COUNT = 0 THEN
              MOVE 28 TO FSP-RETURN-CODE IN MY-ACCOUNT
              GOBACK
           END-IF

           MOVE 0 TO FSP-RETURN-CODE IN MY-ACCOUNT.

      *    EACH INVOICE MUST BE OPEN, BE THE CUSTOMER'S AND APPEAR
      *    ONLY ONCE IN THE LIST.
       CHECK-ONE-INVOICE.
           MOVE FSP-SUS-INVOICE IN MY-ACCOUNT(WS-INV-IDX) TO
                DB2-INVOICENUMBER-INT

           PERFORM VARYING WS-DUP-IDX FROM 1 BY 1
                   UNTIL WS-DUP-IDX >= WS-INV-IDX
              IF FSP-SUS-INVOICE IN MY-ACCOUNT(WS-DUP-IDX) =
                 FSP-SUS-INVOICE IN MY-ACCOUNT(WS-INV-IDX) THEN
                 MOVE 4 TO FSP-RETURN-CODE IN MY-ACCOUNT
                 GOBACK
              END-IF
           END-PERFORM

           EXEC SQL
              SELECT AMOUNT, STATUS, CUSTOMERNUMBER
              INTO   :DB2-INV-AMOUNT-INT,
                     :WS-INV-STATUS,
                     :DB2-INV-CUSTOMER-INT
              FROM   GENASA1.INVOICE
              WHERE  INVOICENUMBER = :DB2-INVOICENUMBER-INT
           END-EXEC
           IF SQLCODE < 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-ACCOUNT
              GOBACK
           END-IF
           IF SQLCODE = 100 OR
              WS-INV-STATUS NOT = 'O' OR
              DB2-INV-CUSTOMER-INT NOT = DB2-CUSTOMERNUMBER-INT THEN
              MOVE 20 TO FSP-RETURN-CODE IN MY-ACCOUNT
              GOBACK
           END-IF

           ADD DB2-INV-AMOUNT-INT TO WS-ALLOC-TOTAL
           MOVE 0 TO FSP-RETURN-CODE IN MY-ACCOUNT.

       ALLOCATE-ONE-INVOICE.
           MOVE FSP-SUS-INVOICE IN MY-ACCOUNT(WS-INV-IDX) TO
                DB2-INVOICENUMBER-INT

           EXEC SQL
              SELECT AMOUNT
              INTO   :DB2-ALLOC-AMOUNT-INT
              FROM   GENASA1.INVOICE
              WHERE  INVOICENUMBER = :DB2-INVOICENUMBER-INT
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-ACCOUNT
              GOBACK
           END-IF

           MOVE 'I' TO WS-ALLOC-TYPE
           PERFORM INSERT-ALLOCATION
           IF FSP-RETURN-CODE IN MY-ACCOUNT NOT = 0 THEN
              GOBACK
           END-IF

           EXEC SQL
              UPDATE GENASA1.INVOICE
              SET    STATUS = 'P',
                     PAIDDATE = :WS-TODAY-ISO
              WHERE  INVOICENUMBER = :DB2-INVOICENUMBER-INT
                AND  STATUS = 'O'
           END-EXEC
           IF SQLCODE = 0 THEN
              MOVE 0 TO FSP-RETURN-CODE IN MY-ACCOUNT
           ELSE
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-ACCOUNT
           END-IF.

       ALLOCATE-REFUND.
           MOVE 0 TO DB2-INVOICENUMBER-INT
           MOVE WS-ALLOC-TOTAL TO DB2-ALLOC-AMOUNT-INT
           MOVE 'F' TO WS-ALLOC-TYPE
           PERFORM INSERT-ALLOCATION.

      *    A REFUND ROW ('F') STAYS UNREMITTED UNTIL LGDB2DSB PAYS
      *    IT TO THE CUSTOMER'S BANK DETAILS.
       INSERT-ALLOCATION.
           MOVE 'SUSALLOC' TO NUM-KEY-TYPE IN WS-NUM
           MOVE 1 TO NUM-COUNT IN WS-NUM
           CALL 'NUMPGM1' USING WS-NUM
           IF NUM-RC IN WS-NUM NOT = 0 THEN
              MOVE 8 TO FSP-RETURN-CODE IN MY-ACCOUNT
              GOBACK
           END-IF
           MOVE NUM-FIRST IN WS-NUM TO DB2-ALLOCID-INT

           EXEC SQL
              INSERT INTO GENASA1.SUSPALLOC
                        ( ALLOCID,
                          SUSPENSEID,
                          ALLOCTYPE,
                          INVOICENUMBER,
                          CUSTOMERNUMBER,
                          AMOUNT,
                          ALLOCDATE,
                          OPERATOR,
                          REMITTEDDATE,
                          REMITREF )
                 VALUES ( :DB2-ALLOCID-INT,
                          :DB2-SUSPENSEID-INT,
                          :WS-ALLOC-TYPE,
                          :DB2-INVOICENUMBER-INT,
                          :DB2-CUSTOMERNUMBER-INT,
                          :DB2-ALLOC-AMOUNT-INT,
                          :WS-TODAY-ISO,
                          :FSP-SUS-OPERATOR,
                          NULL,
                          ' ' )
           END-EXEC
           IF SQLCODE = 0 THEN
              MOVE 0 TO FSP-RETURN-CODE IN MY-ACCOUNT
           ELSE
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-ACCOUNT
           END-IF.

      *    ADDED TO WHAT IS ON THE ROW NOW, NOT TO WHAT WAS READ,
      *    AND ONLY WHILE THE ROW STILL HAS THAT MUCH LEFT - NO ROW
      *    UPDATED MEANS ANOTHER ALLOCATION GOT THERE FIRST.
       UPDATE-SUSPENSE-ITEM.
           EXEC SQL
              UPDATE GENASA1.SUSPENSE
              SET    ALLOCATEDAMOUNT =
                        ALLOCATEDAMOUNT + :WS-ALLOC-TOTAL,
                     STATUS =
                        CASE WHEN ALLOCATEDAMOUNT + :WS-ALLOC-TOTAL
                                  >= AMOUNT
                             THEN 'A' ELSE STATUS END
              WHERE  SUSPENSEID = :DB2-SUSPENSEID-INT
                AND  STATUS = 'O'
                AND  AMOUNT - ALLOCATEDAMOUNT >= :WS-ALLOC-TOTAL
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                  MOVE 0 TO FSP-RETURN-CODE IN MY-ACCOUNT
               WHEN SQLCODE = 100
                  MOVE 24 TO FSP-RETURN-CODE IN MY-ACCOUNT
               WHEN OTHER
                  PERFORM LOG-SQL-ERROR
                  MOVE 8 TO FSP-RETURN-CODE IN MY-ACCOUNT
           END-EVALUATE

      *    THE ROW STAYS LOCKED TO THIS UNIT OF WORK - WHAT IS LEFT
      *    NOW IS WHAT THE CALLER IS TOLD.
           IF FSP-RETURN-CODE IN MY-ACCOUNT = 0 THEN
              EXEC SQL
                 SELECT AMOUNT, ALLOCATEDAMOUNT
                 INTO   :DB2-SUS-AMOUNT-INT,
                        :DB2-SUS-ALLOCATED-INT
                 FROM   GENASA1.SUSPENSE
                 WHERE  SUSPENSEID = :DB2-SUSPENSEID-INT
              END-EXEC
              IF SQLCODE = 0 THEN
                 COMPUTE WS-REMAINING = DB2-SUS-AMOUNT-INT
                         - DB2-SUS-ALLOCATED-INT + WS-ALLOC-TOTAL
              ELSE
                 PERFORM LOG-SQL-ERROR
                 MOVE 8 TO FSP-RETURN-CODE IN MY-ACCOUNT
              END-IF
           END-IF.

       WRITE-AUDIT-TRAIL.
           MOVE 'ACCPGMS' TO AUD-PROGRAM IN WS-AUDIT
           MOVE FSP-REQUEST-ID IN MY-ACCOUNT TO
                AUD-REQUEST-ID IN WS-AUDIT
           MOVE FSP-SUS-ID IN MY-ACCOUNT TO AUD-KEY IN WS-AUDIT
           MOVE FSP-SUS-OPERATOR IN MY-ACCOUNT TO
                AUD-OPERATOR IN WS-AUDIT
           MOVE WS-REMAINING TO WS-AUD-REMAIN-BEFORE
           MOVE WS-AUDIT-BEFORE TO AUD-BEFORE-IMAGE IN WS-AUDIT
           MOVE FSP-SUS-ACTION IN MY-ACCOUNT TO WS-AUD-ACTION
           MOVE WS-ALLOC-TOTAL TO WS-AUD-ALLOCATED
           MOVE FSP-SUS-REMAINING IN MY-ACCOUNT TO WS-AUD-REMAIN-AFTER
           MOVE DB2-CUSTOMERNUMBER-INT TO WS-AUD-CUSTOMER
           MOVE WS-AUDIT-AFTER TO AUD-AFTER-IMAGE IN WS-AUDIT
           CALL 'AUDPGM1' USING DFHEIBLK DFHCOMMAREA WS-AUDIT.

       LOG-SQL-ERROR.
           MOVE 'ACCPGMS ' TO ERR-PROGRAM
           MOVE SPACES TO ERR-PARAGRAPH
           MOVE SPACES TO ERR-KEY-VALUES
           MOVE SQLCODE TO ERR-SQLCODE
           MOVE SQLSTATE TO ERR-SQLSTATE
           MOVE SQLERRMC TO ERR-SQLERRMC
           CALL 'LGSQLERR' USING WS-SQLERR.

       END PROGRAM ACCPGMS.
