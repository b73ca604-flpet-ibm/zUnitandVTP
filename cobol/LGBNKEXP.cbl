       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGBNKEXP.
      *    EXPECTED-BANK-MOVEMENT REGISTER. LGDB2DSB AND LGDB2PBL
      *    CALL IT FOR EVERY TRANSFER THEY PUT ON A PAYMENT FILE
      *    AND LGDB2PAY FOR EVERY PAID ITEM IT TAKES IN, SO THE
      *    BANKEXPECT TABLE HOLDS WHAT OUR OWN BOOKS SAY SHOULD
      *    HAVE MOVED ON THE BANK ACCOUNT. LGDB2BRC MATCHES THE
      *    BANK'S DAILY STATEMENT AGAINST IT. A REFERENCE THE SAME
      *    JOB HAS ALREADY REGISTERED IN THE SAME DIRECTION IS
      *    NOT REGISTERED AGAIN, SO A RERUN DOES NOT DOUBLE THE
      *    EXPECTED BALANCE.
      *    BNK-RC: 0 OK, 2 ALREADY REGISTERED, 4 INVALID REQUEST,
      *    8 SQL ERROR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      * SQLCA DB2 communications area
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  WS-EXPECTID                 PIC S9(9) COMP.
       01  WS-HELD-COUNT               PIC S9(9) COMP.
       01  WS-AMOUNT                   PIC S9(9)V99 COMP-3.

      * Number-range allocation through NUMPGM1
       01  WS-NUM.
           COPY NUMCPY1.

       LINKAGE SECTION.
       01  MY-BANK.
           COPY BNKCPY1.

       PROCEDURE DIVISION USING MY-BANK.

      *----------------------------------------------------------------*
       MAINLINE SECTION.
       MAIN.

           MOVE 0 TO BNK-RC IN MY-BANK.

           IF BNK-DIRECTION IN MY-BANK NOT = 'D' AND
              BNK-DIRECTION IN MY-BANK NOT = 'C' THEN
              MOVE 4 TO BNK-RC IN MY-BANK
              GOBACK
           END-IF.
           IF BNK-AMOUNT IN MY-BANK NOT NUMERIC OR
              BNK-VALUEDATE IN MY-BANK = SPACES THEN
              MOVE 4 TO BNK-RC IN MY-BANK
              GOBACK
           END-IF.

           IF BNK-REFERENCE IN MY-BANK NOT = SPACES THEN
              PERFORM CHECK-ALREADY-REGISTERED
           END-IF.

           IF BNK-RC IN MY-BANK = 0 THEN
              PERFORM INSERT-EXPECTED-ROW
           END-IF.

           GOBACK.

      *----------------------------------------------------------------*
       CHECK-ALREADY-REGISTERED.
           EXEC SQL
              SELECT COUNT(*)
              INTO  :WS-HELD-COUNT
              FROM GENASA1.BANKEXPECT
              WHERE SOURCEJOB = :BNK-SOURCEJOB
                AND REFERENCE = :BNK-REFERENCE
                AND DIRECTION = :BNK-DIRECTION
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                  MOVE 8 TO BNK-RC IN MY-BANK
               WHEN WS-HELD-COUNT > 0
                  MOVE 2 TO BNK-RC IN MY-BANK
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.

       INSERT-EXPECTED-ROW.
           MOVE 'BANKEXP' TO NUM-KEY-TYPE IN WS-NUM.
           MOVE 1 TO NUM-COUNT IN WS-NUM.
           CALL 'NUMPGM1' USING WS-NUM.
           MOVE NUM-FIRST IN WS-NUM TO WS-EXPECTID.
           IF NUM-RC IN WS-NUM NOT = 0 THEN
              MOVE 8 TO BNK-RC IN MY-BANK
           ELSE
              MOVE BNK-AMOUNT IN MY-BANK TO WS-AMOUNT
              EXEC SQL
                 INSERT INTO GENASA1.BANKEXPECT
                           ( EXPECTID,
                             DIRECTION,
                             SOURCEJOB,
                             REFERENCE,
                             BATCHREF,
                             AMOUNT,
                             VALUEDATE,
                             STATUS,
                             MATCHEDDATE,
                             ENTRYID )
                    VALUES ( :WS-EXPECTID,
                             :BNK-DIRECTION,
                             :BNK-SOURCEJOB,
                             :BNK-REFERENCE,
                             :BNK-BATCHREF,
                             :WS-AMOUNT,
                             :BNK-VALUEDATE,
                             'O',
                             NULL,
                             NULL )
              END-EXEC
              IF SQLCODE NOT = 0 THEN
                 MOVE 8 TO BNK-RC IN MY-BANK
              END-IF
           END-IF.

       END PROGRAM LGBNKEXP.
