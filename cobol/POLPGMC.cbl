      *    ANY RESIDUAL FEEDS THE REFUND DISBURSEMENT STREAM.
      *    RETURN CODES: 0 OK, 4 ALREADY CANCELLED OR CANCEL DATE
      *    OUTSIDE THE COVER PERIOD, 8 SQL ERROR, 12 POLICY NOT ON
      *    FILE, 16 REASON 'WD' - RESERVED FOR THE COOLING-OFF
      *    WITHDRAWAL (POLWDR), WHICH REFUNDS IN FULL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.

           EXEC SQL INCLUDE SQLCA      END-EXEC.

      * Number-range allocation through NUMPGM1
       01  WS-NUM.
           COPY NUMCPY1.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.
                 DB2-POLICYNUMBER-INT
            MOVE 0 TO FSP-CAN-REFUND IN MY-POLICY

           IF FSP-CAN-REASON IN MY-POLICY = 'WD' THEN
              MOVE 16 TO FSP-RETURN-CODE IN MY-POLICY
              GOBACK
           END-IF

            EXEC SQL
               SELECT ISSUEDATE, EXPIRYDATE, PAYMENT,
                      CUSTOMERNUMBER
      *    THE RETURN PREMIUM RIDES THE RECEIVABLES CHAIN AS A
      *    CREDIT NOTE INSTEAD OF A HAND-TYPED CHEQUE.
       RAISE-CREDIT-NOTE.
           MOVE 'CREDIT' TO NUM-KEY-TYPE IN WS-NUM
           MOVE 1 TO NUM-COUNT IN WS-NUM
           CALL 'NUMPGM1' USING WS-NUM
           IF NUM-RC IN WS-NUM NOT = 0 THEN
              MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
              GOBACK
           END-IF
           MOVE NUM-FIRST IN WS-NUM TO DB2-CREDITNUMBER-INT

           EXEC SQL
              INSERT INTO GENASA1.CREDITNOTE
