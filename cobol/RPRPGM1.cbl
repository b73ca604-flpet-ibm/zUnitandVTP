       ID DIVISION.
       PROGRAM-ID. RPRPGM1.
      ***
      *
      *    (C) 2026 IBM FLEMMING PETERSEN
      *    APPROVED-REPAIRER REGISTER MAINTENANCE OVER THE REPAIRER
      *    TABLE, IN THE HAZPGM1 STYLE. RPRADD REGISTERS A GARAGE
      *    OR BUILDER (CVR NUMBER, TRADE, BANK ACCOUNT THE
      *    DISBURSEMENT RUN PAYS THEIR INVOICES INTO, AGREED LABOUR
      *    RATE PER HOUR AND STATUS), RPRUPD CHANGES THEM AND
      *    RPRINQ RETURNS THE ENTRY. A REPAIRER IS NEVER DELETED -
      *    ITS INVOICES AND PAYMENTS POINT AT IT - IT IS SUSPENDED
      *    OR WITHDRAWN THROUGH THE STATUS INSTEAD.
      *    RETURN CODES: 0 OK, 4 DUPLICATE ON ADD / INVALID REQUEST
      *    OR PARAMETERS, 8 SQL ERROR, 12 REPAIRER NOT ON FILE,
      *    28 CVR NUMBER FAILS THE CVRCHECK MOD-11 VALIDATION.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Host variables for input to DB2 integer types

       01  DB2-IN-INTEGERS.
           03 DB2-LABOURRATE-INT       PIC S9(9) COMP.

       01  WS-DUP-COUNT                PIC S9(9) COMP.
       01  WS-FETCH-NAME               PIC X(31).
       01  WS-FETCH-CVR                PIC X(8).
       01  WS-FETCH-TRADE              PIC X(1).
       01  WS-FETCH-REGNO              PIC X(4).
       01  WS-FETCH-ACCOUNT            PIC X(10).
       01  WS-FETCH-STATUS             PIC X(1).

      *    CVRCHECK INTERFACE AREAS
       01  WS-CVR                      PIC X(8).
       01  WS-CVR-RC                   PIC X(1).

           EXEC SQL INCLUDE SQLCA      END-EXEC.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.

       LINKAGE SECTION.
       01  MY-REPAIRER.
           COPY RPRCPY1.

       PROCEDURE DIVISION USING MY-REPAIRER.
      *
       MAIN SECTION.
       MAIN1.

           MOVE FSP-RPR-LABOURRATE IN MY-REPAIRER TO
                DB2-LABOURRATE-INT

           EVALUATE FSP-REQUEST-ID IN MY-REPAIRER
               WHEN 'RPRADD'
                  PERFORM ADD-REPAIRER
               WHEN 'RPRUPD'
                  PERFORM UPDATE-REPAIRER
               WHEN 'RPRINQ'
                  PERFORM INQUIRE-REPAIRER
               WHEN OTHER
                  MOVE 4 TO FSP-RETURN-CODE IN MY-REPAIRER
           END-EVALUATE.

           GOBACK.

      *    THE BANK DETAILS ARE WHAT THE MONEY GOES TO, SO THEY GET
      *    THE SAME SHAPE CHECK LGDB2DSB APPLIES TO A MANDATE - AND
      *    A REPAIRER WITHOUT AN AGREED RATE CANNOT HAVE ITS LABOUR
      *    LINES CHECKED.
       CHECK-REPAIRER-PARMS.
           MOVE 0 TO FSP-RETURN-CODE IN MY-REPAIRER
           IF FSP-RPR-REPAIRERID IN MY-REPAIRER = SPACES OR
              DB2-LABOURRATE-INT < 1 THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-REPAIRER
           END-IF
           IF FSP-RPR-BANKREGNO IN MY-REPAIRER IS NOT NUMERIC OR
              FSP-RPR-BANKACCOUNT IN MY-REPAIRER IS NOT NUMERIC THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-REPAIRER
           END-IF
           EVALUATE FSP-RPR-TRADE IN MY-REPAIRER
               WHEN 'M'
               WHEN 'H'
                  CONTINUE
               WHEN OTHER
                  MOVE 4 TO FSP-RETURN-CODE IN MY-REPAIRER
           END-EVALUATE
           EVALUATE FSP-RPR-STATUS IN MY-REPAIRER
               WHEN 'A'
               WHEN 'S'
               WHEN 'W'
                  CONTINUE
               WHEN OTHER
                  MOVE 4 TO FSP-RETURN-CODE IN MY-REPAIRER
           END-EVALUATE
           IF FSP-RETURN-CODE IN MY-REPAIRER = 0 THEN
              PERFORM CHECK-CVR-NUMBER
           END-IF.

       CHECK-CVR-NUMBER.
           MOVE FSP-RPR-CVRNUMBER IN MY-REPAIRER TO WS-CVR
           CALL 'CVRCHECK' USING WS-CVR WS-CVR-RC
           IF WS-CVR-RC = '0' THEN
              MOVE 0 TO FSP-RETURN-CODE IN MY-REPAIRER
           ELSE
              MOVE 28 TO FSP-RETURN-CODE IN MY-REPAIRER
           END-IF.

       ADD-REPAIRER.
           PERFORM CHECK-REPAIRER-PARMS
           IF FSP-RETURN-CODE IN MY-REPAIRER NOT = 0 THEN
              GOBACK
           END-IF

           EXEC SQL
              SELECT COUNT(*)
              INTO  :WS-DUP-COUNT
              FROM GENASA1.REPAIRER
              WHERE REPAIRERID = :FSP-RPR-REPAIRERID
           END-EXEC

           IF WS-DUP-COUNT > 0 THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-REPAIRER
           ELSE
              EXEC SQL
                 INSERT INTO GENASA1.REPAIRER
                           ( REPAIRERID,
                             REPAIRERNAME,
                             CVRNUMBER,
                             TRADE,
                             BANKREGNO,
                             BANKACCOUNT,
                             LABOURRATE,
                             STATUS )
                    VALUES ( :FSP-RPR-REPAIRERID,
                             :FSP-RPR-NAME,
                             :FSP-RPR-CVRNUMBER,
                             :FSP-RPR-TRADE,
                             :FSP-RPR-BANKREGNO,
                             :FSP-RPR-BANKACCOUNT,
                             :DB2-LABOURRATE-INT,
                             :FSP-RPR-STATUS )
              END-EXEC
              IF SQLCODE = 0 THEN
                 MOVE 0 TO FSP-RETURN-CODE IN MY-REPAIRER
              ELSE
                 PERFORM LOG-SQL-ERROR
                 MOVE 8 TO FSP-RETURN-CODE IN MY-REPAIRER
              END-IF
           END-IF.

       UPDATE-REPAIRER.
           PERFORM CHECK-REPAIRER-PARMS
           IF FSP-RETURN-CODE IN MY-REPAIRER NOT = 0 THEN
              GOBACK
           END-IF

           EXEC SQL
              UPDATE GENASA1.REPAIRER
              SET    REPAIRERNAME = :FSP-RPR-NAME,
                     CVRNUMBER = :FSP-RPR-CVRNUMBER,
                     TRADE = :FSP-RPR-TRADE,
                     BANKREGNO = :FSP-RPR-BANKREGNO,
                     BANKACCOUNT = :FSP-RPR-BANKACCOUNT,
                     LABOURRATE = :DB2-LABOURRATE-INT,
                     STATUS = :FSP-RPR-STATUS
              WHERE  REPAIRERID = :FSP-RPR-REPAIRERID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                  MOVE 0 TO FSP-RETURN-CODE IN MY-REPAIRER
               WHEN SQLCODE = 100
                  MOVE 12 TO FSP-RETURN-CODE IN MY-REPAIRER
               WHEN OTHER
                  PERFORM LOG-SQL-ERROR
                  MOVE 8 TO FSP-RETURN-CODE IN MY-REPAIRER
           END-EVALUATE.

       INQUIRE-REPAIRER.
           EXEC SQL
              SELECT REPAIRERNAME, CVRNUMBER, TRADE, BANKREGNO,
                     BANKACCOUNT, LABOURRATE, STATUS
              INTO   :WS-FETCH-NAME, :WS-FETCH-CVR,
                     :WS-FETCH-TRADE, :WS-FETCH-REGNO,
                     :WS-FETCH-ACCOUNT, :DB2-LABOURRATE-INT,
                     :WS-FETCH-STATUS
              FROM   GENASA1.REPAIRER
              WHERE  REPAIRERID = :FSP-RPR-REPAIRERID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                  MOVE 0 TO FSP-RETURN-CODE IN MY-REPAIRER
                  MOVE WS-FETCH-NAME TO FSP-RPR-NAME IN MY-REPAIRER
                  MOVE WS-FETCH-CVR TO
                       FSP-RPR-CVRNUMBER IN MY-REPAIRER
                  MOVE WS-FETCH-TRADE TO
                       FSP-RPR-TRADE IN MY-REPAIRER
                  MOVE WS-FETCH-REGNO TO
                       FSP-RPR-BANKREGNO IN MY-REPAIRER
                  MOVE WS-FETCH-ACCOUNT TO
                       FSP-RPR-BANKACCOUNT IN MY-REPAIRER
                  MOVE DB2-LABOURRATE-INT TO
                       FSP-RPR-LABOURRATE IN MY-REPAIRER
                  MOVE WS-FETCH-STATUS TO
                       FSP-RPR-STATUS IN MY-REPAIRER
               WHEN SQLCODE = 100
                  MOVE 12 TO FSP-RETURN-CODE IN MY-REPAIRER
               WHEN OTHER
                  PERFORM LOG-SQL-ERROR
                  MOVE 8 TO FSP-RETURN-CODE IN MY-REPAIRER
           END-EVALUATE.

       LOG-SQL-ERROR.
           MOVE 'RPRPGM1 ' TO ERR-PROGRAM
           MOVE SPACES TO ERR-PARAGRAPH
           MOVE SPACES TO ERR-KEY-VALUES
           MOVE SQLCODE TO ERR-SQLCODE
           MOVE SQLSTATE TO ERR-SQLSTATE
           MOVE SQLERRMC TO ERR-SQLERRMC
           CALL 'LGSQLERR' USING WS-SQLERR.

       END PROGRAM RPRPGM1.
