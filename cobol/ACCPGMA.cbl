       ID DIVISION.
       PROGRAM-ID. ACCPGMA.
      ***
      *
      *    (C) 2026 IBM FLEMMING PETERSEN
      *    PAYMENT ARRANGEMENTS FOR A CUSTOMER IN ARREARS. ACCARR
      *    TAKES EVERY OPEN INVOICE ON THE POLICY THAT IS PAST ITS
      *    DUE DATE, MARKS IT REPLACED ('R') AND RAISES IN ITS PLACE
      *    A SCHEDULE OF 2 TO 12 MONTHLY INSTALMENT INVOICES (3 WHEN
      *    NONE IS GIVEN) FOR THE SAME TOTAL, THE FIRST DUE ON THE
      *    DATE GIVEN (TODAY WHEN NONE IS GIVEN, NEVER IN THE PAST).
      *    THE ARRANGEMENT IS RECORDED ON PAYARRANGE WITH STATUS 'L'
      *    (LIVE) AND EACH REPLACED ('O') AND INSTALMENT ('I')
      *    INVOICE ON PAYARRLINE. WHILE IT IS LIVE LGDB2DUN DOES
      *    NOT DUN THE INSTALMENTS AND LGDB2PAY DOES NOT AGE OR
      *    LAPSE ON THEM; LGDB2PAY CLOSES IT AS KEPT ('K') WHEN THE
      *    LAST INSTALMENT IS PAID, OR BREAKS IT ('B') WHEN ONE IS
      *    MISSED AND PUTS WHAT IS LEFT BACK INTO THE ARREARS PATH.
      *    RETURN CODES: 0 OK, 4 INVALID REQUEST / DATE /
      *    INSTALMENTS, 8 SQL ERROR, 12 POLICY NOT ON FILE,
      *    16 POLICY CANCELLED OR LAPSED, 20 AN ARRANGEMENT IS
      *    ALREADY LIVE ON THE POLICY, 24 NOTHING OVERDUE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Host variables for input to DB2 integer types

       01  DB2-IN-INTEGERS.
           03 DB2-POLICYNUMBER-INT     PIC S9(9) COMP.
           03 DB2-CUSTOMERNUMBER-INT   PIC S9(9) COMP.
           03 DB2-ARRANGEID-INT        PIC S9(9) COMP.
           03 DB2-INVOICENUMBER-INT    PIC S9(9) COMP.
           03 DB2-TOTAL-INT            PIC S9(9) COMP.
           03 DB2-OVERDUE-COUNT        PIC S9(9) COMP.
           03 DB2-INST-AMOUNT-INT      PIC S9(9) COMP.
           03 DB2-INSTALMENTS-INT      PIC S9(4) COMP.
           03 DB2-INSTALNO-INT         PIC S9(4) COMP.
           03 DB2-BLOCKED-COUNT        PIC S9(9) COMP.

       01  WS-FIRST-DUE                PIC X(10).
       01  WS-INST-DUEDATE             PIC X(10).
       01  WS-INST-BASE-AMOUNT         PIC S9(9) COMP.
       01  WS-INST-IDX                 PIC S9(4) COMP.

       01  WS-DUE-YEAR                 PIC 9(4).
       01  WS-DUE-MONTH                PIC S9(4) COMP.
       01  WS-DUE-MONTH-DISP           PIC 9(2).
       01  WS-DUE-DAY                  PIC 9(2).

       01  WS-TODAY                    PIC 9(8).
       01  WS-TODAY-ISO                PIC X(10).

      * Before/after images for the common AUDITLOG trail
       01  WS-AUDIT.
           COPY AUDCPY1.

       01  WS-AUDIT-BEFORE.
           03 FILLER                   PIC X(8) VALUE 'OVERDUE '.
           03 WS-AUD-OVERDUE-COUNT     PIC 9(3).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-AUD-OVERDUE-TOTAL     PIC 9(9).

       01  WS-AUDIT-AFTER.
           03 FILLER                   PIC X(4) VALUE 'ARR '.
           03 WS-AUD-ARRANGEID         PIC 9(9).
           03 FILLER                   PIC X(6) VALUE ' INST '.
           03 WS-AUD-INSTALMENTS       PIC 9(2).
           03 FILLER                   PIC X(7) VALUE ' FIRST '.
           03 WS-AUD-FIRST-DUE         PIC X(10).

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

           IF FSP-REQUEST-ID IN MY-ACCOUNT NOT = 'ACCARR' THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-ACCOUNT
              GOBACK
           END-IF

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-TODAY-ISO
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY-ISO

           MOVE FSP-ARR-POLICY-NUM IN MY-ACCOUNT TO
                DB2-POLICYNUMBER-INT

           IF FSP-ARR-INSTALMENTS IN MY-ACCOUNT NOT NUMERIC OR
              FSP-ARR-INSTALMENTS IN MY-ACCOUNT = 0 THEN
              MOVE 3 TO DB2-INSTALMENTS-INT
           ELSE
              MOVE FSP-ARR-INSTALMENTS IN MY-ACCOUNT TO
                   DB2-INSTALMENTS-INT
           END-IF
           IF DB2-INSTALMENTS-INT < 2 OR
              DB2-INSTALMENTS-INT > 12 THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-ACCOUNT
              GOBACK
           END-IF

           MOVE FSP-ARR-FIRST-DUE IN MY-ACCOUNT TO WS-FIRST-DUE
           IF WS-FIRST-DUE = SPACES OR
              WS-FIRST-DUE = LOW-VALUES THEN
              MOVE WS-TODAY-ISO TO WS-FIRST-DUE
           END-IF
           IF WS-FIRST-DUE < WS-TODAY-ISO THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-ACCOUNT
              GOBACK
           END-IF

           PERFORM CHECK-POLICY-ARRANGEABLE
           IF FSP-RETURN-CODE IN MY-ACCOUNT NOT = 0 THEN
              GOBACK
           END-IF

      *    THE SCHEDULE IS THE OVERDUE TOTAL SPLIT EVENLY, THE ODD
      *    KRONER GOING ON THE LAST INSTALMENT.
           COMPUTE WS-INST-BASE-AMOUNT =
                   DB2-TOTAL-INT / DB2-INSTALMENTS-INT
           IF WS-INST-BASE-AMOUNT < 1 THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-ACCOUNT
              GOBACK
           END-IF

           PERFORM INSERT-ARRANGEMENT
           IF FSP-RETURN-CODE IN MY-ACCOUNT NOT = 0 THEN
              GOBACK
           END-IF

           PERFORM REPLACE-OVERDUE-INVOICES
           IF FSP-RETURN-CODE IN MY-ACCOUNT NOT = 0 THEN
              GOBACK
           END-IF

           PERFORM VARYING WS-INST-IDX FROM 1 BY 1
                   UNTIL WS-INST-IDX > DB2-INSTALMENTS-INT
              PERFORM RAISE-INSTALMENT
              IF FSP-RETURN-CODE IN MY-ACCOUNT NOT = 0 THEN
                 GOBACK
              END-IF
           END-PERFORM

           MOVE DB2-ARRANGEID-INT TO FSP-ARR-ID IN MY-ACCOUNT
           MOVE DB2-TOTAL-INT TO FSP-ARR-TOTAL IN MY-ACCOUNT
           MOVE DB2-OVERDUE-COUNT TO FSP-ARR-REPLACED IN MY-ACCOUNT
           MOVE DB2-INSTALMENTS-INT TO
                FSP-ARR-INSTALMENTS IN MY-ACCOUNT
           MOVE WS-FIRST-DUE TO FSP-ARR-FIRST-DUE IN MY-ACCOUNT
           MOVE 0 TO FSP-RETURN-CODE IN MY-ACCOUNT
           PERFORM WRITE-AUDIT-TRAIL

           GOBACK.

      *----------------------------------------------------------------*
      *    THE POLICY MUST STILL BE ON THE BOOKS, BELONG TO THE
      *    CUSTOMER ASKING, HAVE NO ARRANGEMENT RUNNING ALREADY AND
      *    HAVE SOMETHING OVERDUE TO ARRANGE.
       CHECK-POLICY-ARRANGEABLE.

           EXEC SQL
              SELECT CUSTOMERNUMBER
              INTO   :DB2-CUSTOMERNUMBER-INT
              FROM   POLICY
              WHERE  POLICYNUMBER = :DB2-POLICYNUMBER-INT
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
           IF FSP-CUSTOMER-NUM IN MY-ACCOUNT NOT = 0 AND
              FSP-CUSTOMER-NUM IN MY-ACCOUNT NOT =
              DB2-CUSTOMERNUMBER-INT THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-ACCOUNT
              GOBACK
           END-IF

           EXEC SQL
              SELECT COUNT(*)
              INTO   :DB2-BLOCKED-COUNT
              FROM   GENASA1.POLCANCEL
              WHERE  POLICYNUMBER = :DB2-POLICYNUMBER-INT
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-ACCOUNT
              GOBACK
           END-IF
           IF DB2-BLOCKED-COUNT > 0 THEN
              MOVE 16 TO FSP-RETURN-CODE IN MY-ACCOUNT
              GOBACK
           END-IF

           EXEC SQL
              SELECT COUNT(*)
              INTO   :DB2-BLOCKED-COUNT
              FROM   GENASA1.PAYARRANGE
              WHERE  POLICYNUMBER = :DB2-POLICYNUMBER-INT
                AND  STATUS = 'L'
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-ACCOUNT
              GOBACK
           END-IF
           IF DB2-BLOCKED-COUNT > 0 THEN
              MOVE 20 TO FSP-RETURN-CODE IN MY-ACCOUNT
              GOBACK
           END-IF

           EXEC SQL
              SELECT COUNT(*), COALESCE(SUM(AMOUNT), 0)
              INTO   :DB2-OVERDUE-COUNT, :DB2-TOTAL-INT
              FROM   GENASA1.INVOICE
              WHERE  POLICYNUMBER = :DB2-POLICYNUMBER-INT
                AND  STATUS = 'O'
                AND  DUEDATE < :WS-TODAY-ISO
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-ACCOUNT
              GOBACK
           END-IF
           IF DB2-OVERDUE-COUNT = 0 OR DB2-TOTAL-INT <= 0 THEN
              MOVE 24 TO FSP-RETURN-CODE IN MY-ACCOUNT
              GOBACK
           END-IF

           MOVE 0 TO FSP-RETURN-CODE IN MY-ACCOUNT.

       INSERT-ARRANGEMENT.
           MOVE 'PAYARR' TO NUM-KEY-TYPE IN WS-NUM
           MOVE 1 TO NUM-COUNT IN WS-NUM
           CALL 'NUMPGM1' USING WS-NUM
           IF NUM-RC IN WS-NUM NOT = 0 THEN
              MOVE 8 TO FSP-RETURN-CODE IN MY-ACCOUNT
              GOBACK
           END-IF
           MOVE NUM-FIRST IN WS-NUM TO DB2-ARRANGEID-INT

           EXEC SQL
              INSERT INTO GENASA1.PAYARRANGE
                        ( ARRANGEID,
                          POLICYNUMBER,
                          CUSTOMERNUMBER,
                          AGREEDDATE,
                          TOTALAMOUNT,
                          INSTALMENTS,
                          STATUS,
                          CLOSEDDATE,
                          OPERATOR )
                 VALUES ( :DB2-ARRANGEID-INT,
                          :DB2-POLICYNUMBER-INT,
                          :DB2-CUSTOMERNUMBER-INT,
                          :WS-TODAY-ISO,
                          :DB2-TOTAL-INT,
                          :DB2-INSTALMENTS-INT,
                          'L',
                          NULL,
                          :FSP-ARR-OPERATOR )
           END-EXEC
           IF SQLCODE = 0 THEN
              MOVE 0 TO FSP-RETURN-CODE IN MY-ACCOUNT
           ELSE
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-ACCOUNT
           END-IF.

      *    THE OVERDUE INVOICES ARE LINKED TO THE ARRANGEMENT FIRST
      *    AND THEN MARKED REPLACED, SO THEY DROP OUT OF DUNNING,
      *    AGING AND THE LEDGER WHILE THE INSTALMENTS CARRY THE
      *    DEBT.
       REPLACE-OVERDUE-INVOICES.
           EXEC SQL
              INSERT INTO GENASA1.PAYARRLINE
                   ( ARRANGEID, LINETYPE, INVOICENUMBER, INSTALNO )
              SELECT :DB2-ARRANGEID-INT, 'O', INVOICENUMBER, 0
              FROM   GENASA1.INVOICE
              WHERE  POLICYNUMBER = :DB2-POLICYNUMBER-INT
                AND  STATUS = 'O'
                AND  DUEDATE < :WS-TODAY-ISO
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-ACCOUNT
              GOBACK
           END-IF

           EXEC SQL
              UPDATE GENASA1.INVOICE
              SET    STATUS = 'R'
              WHERE  INVOICENUMBER IN
                     (SELECT INVOICENUMBER
                      FROM   GENASA1.PAYARRLINE
                      WHERE  ARRANGEID = :DB2-ARRANGEID-INT
                        AND  LINETYPE = 'O')
           END-EXEC
           IF SQLCODE = 0 THEN
              MOVE 0 TO FSP-RETURN-CODE IN MY-ACCOUNT
           ELSE
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-ACCOUNT
           END-IF.

       RAISE-INSTALMENT.
           MOVE WS-INST-IDX TO DB2-INSTALNO-INT
           IF WS-INST-IDX = DB2-INSTALMENTS-INT THEN
              COMPUTE DB2-INST-AMOUNT-INT = DB2-TOTAL-INT -
                      WS-INST-BASE-AMOUNT * (DB2-INSTALMENTS-INT - 1)
           ELSE
              MOVE WS-INST-BASE-AMOUNT TO DB2-INST-AMOUNT-INT
           END-IF
           PERFORM COMPUTE-INSTALMENT-DUE

           MOVE 'INVOICE' TO NUM-KEY-TYPE IN WS-NUM
           MOVE 1 TO NUM-COUNT IN WS-NUM
           CALL 'NUMPGM1' USING WS-NUM
           IF NUM-RC IN WS-NUM NOT = 0 THEN
              MOVE 8 TO FSP-RETURN-CODE IN MY-ACCOUNT
              GOBACK
           END-IF
           MOVE NUM-FIRST IN WS-NUM TO DB2-INVOICENUMBER-INT

           EXEC SQL
              INSERT INTO GENASA1.INVOICE
                        ( INVOICENUMBER,
                          POLICYNUMBER,
                          CUSTOMERNUMBER,
                          DUEDATE,
                          AMOUNT,
                          STATUS,
                          PAIDDATE )
                 VALUES ( :DB2-INVOICENUMBER-INT,
                          :DB2-POLICYNUMBER-INT,
                          :DB2-CUSTOMERNUMBER-INT,
                          :WS-INST-DUEDATE,
                          :DB2-INST-AMOUNT-INT,
                          'O',
                          NULL )
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-ACCOUNT
              GOBACK
           END-IF

           EXEC SQL
              INSERT INTO GENASA1.PAYARRLINE
                        ( ARRANGEID,
                          LINETYPE,
                          INVOICENUMBER,
                          INSTALNO )
                 VALUES ( :DB2-ARRANGEID-INT,
                          'I',
                          :DB2-INVOICENUMBER-INT,
                          :DB2-INSTALNO-INT )
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-ACCOUNT
              GOBACK
           END-IF

           MOVE DB2-INVOICENUMBER-INT TO
                FSP-ARR-INST-INVOICE IN MY-ACCOUNT(WS-INST-IDX)
           MOVE WS-INST-DUEDATE TO
                FSP-ARR-INST-DUEDATE IN MY-ACCOUNT(WS-INST-IDX)
           MOVE DB2-INST-AMOUNT-INT TO
                FSP-ARR-INST-AMOUNT IN MY-ACCOUNT(WS-INST-IDX)
           MOVE 0 TO FSP-RETURN-CODE IN MY-ACCOUNT.

      *    INSTALMENTS FALL DUE MONTHLY FROM THE FIRST DUE DATE ON
      *    THE SAME DAY OF THE MONTH - DAY CAPPED AT 28 THE WAY
      *    LGDB2BIL CAPS ITS DUE DAYS.
       COMPUTE-INSTALMENT-DUE.
           MOVE WS-FIRST-DUE(1:4) TO WS-DUE-YEAR
           MOVE WS-FIRST-DUE(6:2) TO WS-DUE-MONTH-DISP
           MOVE WS-FIRST-DUE(9:2) TO WS-DUE-DAY
           COMPUTE WS-DUE-MONTH =
                   WS-DUE-MONTH-DISP + WS-INST-IDX - 1
           PERFORM UNTIL WS-DUE-MONTH <= 12
              SUBTRACT 12 FROM WS-DUE-MONTH
              ADD 1 TO WS-DUE-YEAR
           END-PERFORM
           IF WS-INST-IDX > 1 AND WS-DUE-DAY > 28 THEN
              MOVE 28 TO WS-DUE-DAY
           END-IF
           MOVE WS-DUE-MONTH TO WS-DUE-MONTH-DISP
           MOVE SPACES TO WS-INST-DUEDATE
           STRING WS-DUE-YEAR '-' WS-DUE-MONTH-DISP '-'
                  WS-DUE-DAY
                  DELIMITED BY SIZE INTO WS-INST-DUEDATE.

       WRITE-AUDIT-TRAIL.
           MOVE 'ACCPGMA' TO AUD-PROGRAM IN WS-AUDIT
           MOVE FSP-REQUEST-ID IN MY-ACCOUNT TO
                AUD-REQUEST-ID IN WS-AUDIT
           MOVE FSP-ARR-POLICY-NUM IN MY-ACCOUNT TO
                AUD-KEY IN WS-AUDIT
           MOVE FSP-ARR-OPERATOR IN MY-ACCOUNT TO
                AUD-OPERATOR IN WS-AUDIT
           MOVE DB2-OVERDUE-COUNT TO WS-AUD-OVERDUE-COUNT
           MOVE DB2-TOTAL-INT TO WS-AUD-OVERDUE-TOTAL
           MOVE WS-AUDIT-BEFORE TO AUD-BEFORE-IMAGE IN WS-AUDIT
           MOVE DB2-ARRANGEID-INT TO WS-AUD-ARRANGEID
           MOVE DB2-INSTALMENTS-INT TO WS-AUD-INSTALMENTS
           MOVE WS-FIRST-DUE TO WS-AUD-FIRST-DUE
           MOVE WS-AUDIT-AFTER TO AUD-AFTER-IMAGE IN WS-AUDIT
           CALL 'AUDPGM1' USING DFHEIBLK DFHCOMMAREA WS-AUDIT.

       LOG-SQL-ERROR.
           MOVE 'ACCPGMA ' TO ERR-PROGRAM
           MOVE SPACES TO ERR-PARAGRAPH
           MOVE SPACES TO ERR-KEY-VALUES
           MOVE SQLCODE TO ERR-SQLCODE
           MOVE SQLSTATE TO ERR-SQLSTATE
           MOVE SQLERRMC TO ERR-SQLERRMC
           CALL 'LGSQLERR' USING WS-SQLERR.

       END PROGRAM ACCPGMA.
