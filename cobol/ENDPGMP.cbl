       ID DIVISION.
       PROGRAM-ID. ENDPGMP.
      ***
      *
      *    (C) 2026 IBM FLEMMING PETERSEN
      *    ENDOWMENT PREMIUM ALTERATIONS. ENDPUP CONVERTS THE POLICY
      *    TO PAID-UP (FRIPOLICE): NO FURTHER PREMIUM IS BILLED AND
      *    SUMASSURED DROPS TO WHAT THE PREMIUMS PAID SO FAR CAN
      *    SUPPORT ON THE ENDWCALC PREMIUM BASIS - THE SAME SHARE OF
      *    THE SUM ASSURED AS THE PAID INVOICES ARE OF THE FULL-TERM
      *    PREMIUM. THE POLICY STAYS IN FORCE TO MATURITY AND KEEPS
      *    GROWING AT ITS FUND RATE ON THE REDUCED SUM. ENDHOL
      *    GRANTS A PREMIUM HOLIDAY OF 1 TO 12 MONTHS: LGDB2BIL
      *    BILLS NO INSTALMENT DUE INSIDE THE HOLIDAY AND RESUMES BY
      *    ITSELF ON THE RESUME DATE, AND LGDB2MAT / LGDB2BNS TAKE
      *    THE UNFUNDED MONTHS' SHARE OFF THE SUM ASSURED THEY
      *    PROJECT AND DECLARE ON. BOTH ARE RECORDED ON ENDPREMALT
      *    WITH THEIR EFFECTIVE DATE (TODAY WHEN NONE IS GIVEN, NEVER
      *    IN THE PAST), VOID ANY OPEN INVOICE THEY OVERTAKE, AND
      *    QUEUE A CONFIRMATION LETTER ('PUP' / 'HOL') FOR LGDB2LTR.
      *    RETURN CODES: 0 OK, 4 INVALID REQUEST / DATE / MONTHS,
      *    8 SQL ERROR, 12 ENDOWMENT NOT ON FILE, 16 POLICY MATURED,
      *    SURRENDERED OR UNDER A DEATH CLAIM, 20 ALREADY PAID UP OR
      *    A PREMIUM HOLIDAY IS STILL RUNNING.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Host variables for input to DB2 integer types

       01  DB2-IN-INTEGERS.
           03 DB2-POLICYNUMBER-INT     PIC S9(9) COMP.
           03 DB2-CUSTOMERNUMBER-INT   PIC S9(9) COMP.
           03 DB2-SUMASSURED-INT       PIC S9(9) COMP.
           03 DB2-NEWSUMASSURED-INT    PIC S9(9) COMP.
           03 DB2-TERM-INT             PIC S9(4) COMP.
           03 DB2-AGE-INT              PIC S9(4) COMP.
           03 DB2-PAID-INT             PIC S9(9) COMP.
           03 DB2-MONTHS-INT           PIC S9(9) COMP.
           03 DB2-QUEUEID-INT          PIC S9(9) COMP.
           03 DB2-LETTER-AMOUNT-INT    PIC S9(9) COMP.
           03 DB2-BLOCKED-COUNT        PIC S9(9) COMP.

       01  WS-EQUITIES                 PIC X(1).
       01  WS-WITHPROFITS              PIC X(1).
       01  WS-MANAGEDFUND              PIC X(1).
       01  WS-ALTER-TYPE               PIC X(1).
       01  WS-LETTER-TYPE              PIC X(3).
       01  WS-EFFECTIVE-DATE           PIC X(10).
       01  WS-RESUME-DATE              PIC X(10).
       01  WS-FULL-TERM-PREMIUM        PIC S9(11)V99 COMP-3.

       01  WS-RESUME-YEAR              PIC 9(4).
       01  WS-RESUME-MONTH             PIC S9(4) COMP.
       01  WS-RESUME-MONTH-DISP        PIC 9(2).
       01  WS-RESUME-DAY               PIC 9(2).

       01  WS-TODAY                    PIC 9(8).
       01  WS-TODAY-ISO                PIC X(10).

      * Premium basis and illustration interface
       01  WS-ENDW-DATA.
           COPY ENDWDATA.

      * Before/after images for the common AUDITLOG trail
       01  WS-AUDIT.
           COPY AUDCPY1.

       01  WS-AUDIT-BEFORE.
           03 FILLER                   PIC X(3) VALUE 'SA '.
           03 WS-AUD-OLD-SA            PIC 9(9).

       01  WS-AUDIT-AFTER.
           03 WS-AUD-ALTER-TYPE        PIC X(1).
           03 FILLER                   PIC X(4) VALUE ' EF '.
           03 WS-AUD-EFFECTIVE         PIC X(10).
           03 FILLER                   PIC X(4) VALUE ' RS '.
           03 WS-AUD-RESUME            PIC X(10).
           03 FILLER                   PIC X(4) VALUE ' SA '.
           03 WS-AUD-NEW-SA            PIC 9(9).

           EXEC SQL INCLUDE SQLCA      END-EXEC.

      * Number-range allocation through NUMPGM1
       01  WS-NUM.
           COPY NUMCPY1.

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
               WHEN 'ENDPUP'
                  PERFORM CONVERT-TO-PAID-UP
               WHEN 'ENDHOL'
                  PERFORM START-PREMIUM-HOLIDAY
               WHEN OTHER
                  MOVE 4 TO FSP-RETURN-CODE IN MY-ENDOWMENT
           END-EVALUATE.

           GOBACK.

      *----------------------------------------------------------------*
       CONVERT-TO-PAID-UP.

           MOVE 'P' TO WS-ALTER-TYPE
           PERFORM CHECK-POLICY-ALTERABLE
           IF FSP-RETURN-CODE IN MY-ENDOWMENT NOT = 0 THEN
              GOBACK
           END-IF

      *    THE FULL-TERM PREMIUM ON THE SAME BASIS THE POLICY WAS
      *    QUOTED ON - AGE AT ISSUE, FUND AND TERM.
           INITIALIZE WS-ENDW-DATA
           MOVE 0 TO POLICY-NUM IN WS-ENDW-DATA
           MOVE DB2-TERM-INT TO TERM-YEARS IN WS-ENDW-DATA
           MOVE DB2-SUMASSURED-INT TO SUM-ASSURED IN WS-ENDW-DATA
           MOVE DB2-AGE-INT TO LIFE-ASSURED-AGE IN WS-ENDW-DATA
           MOVE WS-EQUITIES TO FUND-EQUITIES IN WS-ENDW-DATA
           MOVE WS-WITHPROFITS TO FUND-WITHPROFITS IN WS-ENDW-DATA
           MOVE WS-MANAGEDFUND TO FUND-MANAGEDFUND IN WS-ENDW-DATA
           CALL 'ENDWCALC' USING WS-ENDW-DATA
           IF RET-CODE IN WS-ENDW-DATA NOT = '00' THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-ENDOWMENT
              GOBACK
           END-IF

           COMPUTE WS-FULL-TERM-PREMIUM =
                   MONTHLY-PREMIUM IN WS-ENDW-DATA *
                   DB2-TERM-INT * 12
           IF WS-FULL-TERM-PREMIUM > 0 THEN
              COMPUTE DB2-NEWSUMASSURED-INT =
                      DB2-SUMASSURED-INT * DB2-PAID-INT /
                      WS-FULL-TERM-PREMIUM
           ELSE
              MOVE 0 TO DB2-NEWSUMASSURED-INT
           END-IF
           IF DB2-NEWSUMASSURED-INT > DB2-SUMASSURED-INT THEN
              MOVE DB2-SUMASSURED-INT TO DB2-NEWSUMASSURED-INT
           END-IF

           EXEC SQL
              UPDATE ENDOWMENT
              SET    SUMASSURED = :DB2-NEWSUMASSURED-INT
              WHERE  POLICYNUMBER = :DB2-POLICYNUMBER-INT
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-ENDOWMENT
              GOBACK
           END-IF

      *    NO INSTALMENT FALLS DUE ON A PAID-UP POLICY, AND A
      *    STANDING SURRENDER QUOTE WAS PRICED ON THE OLD SUM.
           MOVE '9999-12-31' TO WS-RESUME-DATE
           PERFORM VOID-OVERTAKEN-INVOICES
           IF FSP-RETURN-CODE IN MY-ENDOWMENT NOT = 0 THEN
              GOBACK
           END-IF
           PERFORM LAPSE-SURRENDER-QUOTE
           IF FSP-RETURN-CODE IN MY-ENDOWMENT NOT = 0 THEN
              GOBACK
           END-IF

           MOVE 0 TO DB2-MONTHS-INT
           PERFORM INSERT-PAID-UP-ROW
           IF FSP-RETURN-CODE IN MY-ENDOWMENT NOT = 0 THEN
              GOBACK
           END-IF

           MOVE 'PUP' TO WS-LETTER-TYPE
           MOVE DB2-NEWSUMASSURED-INT TO DB2-LETTER-AMOUNT-INT
           PERFORM QUEUE-CONFIRMATION-LETTER
           IF FSP-RETURN-CODE IN MY-ENDOWMENT NOT = 0 THEN
              GOBACK
           END-IF

           MOVE SPACES TO WS-RESUME-DATE
           PERFORM RETURN-ALTERATION.

      *----------------------------------------------------------------*
       START-PREMIUM-HOLIDAY.

           MOVE 'H' TO WS-ALTER-TYPE
           IF FSP-ALT-MONTHS IN MY-ENDOWMENT NOT NUMERIC OR
              FSP-ALT-MONTHS IN MY-ENDOWMENT < 1 OR
              FSP-ALT-MONTHS IN MY-ENDOWMENT > 12 THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-ENDOWMENT
              GOBACK
           END-IF
           MOVE FSP-ALT-MONTHS IN MY-ENDOWMENT TO DB2-MONTHS-INT

           PERFORM CHECK-POLICY-ALTERABLE
           IF FSP-RETURN-CODE IN MY-ENDOWMENT NOT = 0 THEN
              GOBACK
           END-IF

      *    ONE HOLIDAY AT A TIME - A NEW ONE MAY ONLY START ONCE
      *    THE LAST HAS RUN OUT.
           EXEC SQL
              SELECT COUNT(*)
              INTO   :DB2-BLOCKED-COUNT
              FROM   GENASA1.ENDPREMALT
              WHERE  POLICYNUMBER = :DB2-POLICYNUMBER-INT
                AND  ALTERTYPE = 'H'
                AND  RESUMEDATE > :WS-EFFECTIVE-DATE
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-ENDOWMENT
              GOBACK
           END-IF
           IF DB2-BLOCKED-COUNT > 0 THEN
              MOVE 20 TO FSP-RETURN-CODE IN MY-ENDOWMENT
              GOBACK
           END-IF

           PERFORM COMPUTE-RESUME-DATE

      *    THE SHARE OF THE SUM ASSURED THE MISSED MONTHS WOULD
      *    HAVE FUNDED - WHAT LGDB2MAT AND LGDB2BNS TAKE OFF.
           COMPUTE DB2-NEWSUMASSURED-INT =
                   DB2-SUMASSURED-INT *
                   (DB2-TERM-INT * 12 - DB2-MONTHS-INT) /
                   (DB2-TERM-INT * 12)
           IF DB2-NEWSUMASSURED-INT < 0 THEN
              MOVE 0 TO DB2-NEWSUMASSURED-INT
           END-IF

           PERFORM VOID-OVERTAKEN-INVOICES
           IF FSP-RETURN-CODE IN MY-ENDOWMENT NOT = 0 THEN
              GOBACK
           END-IF

           PERFORM INSERT-HOLIDAY-ROW
           IF FSP-RETURN-CODE IN MY-ENDOWMENT NOT = 0 THEN
              GOBACK
           END-IF

           MOVE 'HOL' TO WS-LETTER-TYPE
           MOVE DB2-MONTHS-INT TO DB2-LETTER-AMOUNT-INT
           PERFORM QUEUE-CONFIRMATION-LETTER
           IF FSP-RETURN-CODE IN MY-ENDOWMENT NOT = 0 THEN
              GOBACK
           END-IF

           PERFORM RETURN-ALTERATION.

      *----------------------------------------------------------------*
      *    COMMON CHECKS FOR BOTH ALTERATIONS. LOADS THE POLICY,
      *    THE AGE AT ISSUE AND THE PREMIUMS PAID SO FAR, AND
      *    SETTLES THE EFFECTIVE DATE.
       CHECK-POLICY-ALTERABLE.

           MOVE FSP-EFFECTIVE-DATE IN MY-ENDOWMENT TO
                WS-EFFECTIVE-DATE
           IF WS-EFFECTIVE-DATE = SPACES OR
              WS-EFFECTIVE-DATE = LOW-VALUES THEN
              MOVE WS-TODAY-ISO TO WS-EFFECTIVE-DATE
           END-IF
           IF WS-EFFECTIVE-DATE < WS-TODAY-ISO THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-ENDOWMENT
              GOBACK
           END-IF

           EXEC SQL
              SELECT ENDOWMENT.SUMASSURED, ENDOWMENT.TERM,
                     ENDOWMENT.EQUITIES, ENDOWMENT.WITHPROFITS,
                     ENDOWMENT.MANAGEDFUND,
                     POLICY.CUSTOMERNUMBER,
                     YEAR(POLICY.ISSUEDATE - CUSTOMER.DATEOFBIRTH)
              INTO   :DB2-SUMASSURED-INT, :DB2-TERM-INT,
                     :WS-EQUITIES, :WS-WITHPROFITS,
                     :WS-MANAGEDFUND,
                     :DB2-CUSTOMERNUMBER-INT,
                     :DB2-AGE-INT
              FROM   ENDOWMENT, POLICY, CUSTOMER
              WHERE  ENDOWMENT.POLICYNUMBER =
                     :DB2-POLICYNUMBER-INT
                AND  POLICY.POLICYNUMBER =
                     ENDOWMENT.POLICYNUMBER
                AND  CUSTOMER.CUSTOMERNUMBER =
                     POLICY.CUSTOMERNUMBER
           END-EXEC

           IF SQLCODE < 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-ENDOWMENT
              GOBACK
           END-IF
           IF SQLCODE = 100 OR DB2-TERM-INT < 1 THEN
              MOVE 12 TO FSP-RETURN-CODE IN MY-ENDOWMENT
              GOBACK
           END-IF

      *    A POLICY THAT HAS PAID OUT OR IS PAYING OUT HAS NO
      *    PREMIUM LEFT TO ALTER.
           EXEC SQL
              SELECT COUNT(*)
              INTO   :DB2-BLOCKED-COUNT
              FROM   GENASA1.ENDMATURE
              WHERE  POLICYNUMBER = :DB2-POLICYNUMBER-INT
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-ENDOWMENT
              GOBACK
           END-IF
           IF DB2-BLOCKED-COUNT > 0 THEN
              MOVE 16 TO FSP-RETURN-CODE IN MY-ENDOWMENT
              GOBACK
           END-IF

           EXEC SQL
              SELECT COUNT(*)
              INTO   :DB2-BLOCKED-COUNT
              FROM   GENASA1.SURRENDER
              WHERE  POLICYNUMBER = :DB2-POLICYNUMBER-INT
                AND  STATUS = 'S'
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-ENDOWMENT
              GOBACK
           END-IF
           IF DB2-BLOCKED-COUNT > 0 THEN
              MOVE 16 TO FSP-RETURN-CODE IN MY-ENDOWMENT
              GOBACK
           END-IF

           EXEC SQL
              SELECT COUNT(*)
              INTO   :DB2-BLOCKED-COUNT
              FROM   GENASA1.DEATHCLAIM
              WHERE  POLICYNUMBER = :DB2-POLICYNUMBER-INT
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-ENDOWMENT
              GOBACK
           END-IF
           IF DB2-BLOCKED-COUNT > 0 THEN
              MOVE 16 TO FSP-RETURN-CODE IN MY-ENDOWMENT
              GOBACK
           END-IF

      *    PAID-UP IS FINAL - THERE IS NOTHING LEFT TO CONVERT OR
      *    TO TAKE A HOLIDAY FROM.
           EXEC SQL
              SELECT COUNT(*)
              INTO   :DB2-BLOCKED-COUNT
              FROM   GENASA1.ENDPREMALT
              WHERE  POLICYNUMBER = :DB2-POLICYNUMBER-INT
                AND  ALTERTYPE = 'P'
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-ENDOWMENT
              GOBACK
           END-IF
           IF DB2-BLOCKED-COUNT > 0 THEN
              MOVE 20 TO FSP-RETURN-CODE IN MY-ENDOWMENT
              GOBACK
           END-IF

           EXEC SQL
              SELECT COALESCE(SUM(AMOUNT), 0)
              INTO   :DB2-PAID-INT
              FROM   GENASA1.INVOICE
              WHERE  POLICYNUMBER = :DB2-POLICYNUMBER-INT
                AND  STATUS = 'P'
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-ENDOWMENT
              GOBACK
           END-IF

           MOVE 0 TO FSP-RETURN-CODE IN MY-ENDOWMENT.

      *    THE HOLIDAY ENDS THE SAME DAY OF THE MONTH, MONTHS ON -
      *    DAY CAPPED AT 28 THE WAY LGDB2BIL CAPS ITS DUE DAYS.
       COMPUTE-RESUME-DATE.
           MOVE WS-EFFECTIVE-DATE(1:4) TO WS-RESUME-YEAR
           MOVE WS-EFFECTIVE-DATE(6:2) TO WS-RESUME-MONTH-DISP
           MOVE WS-EFFECTIVE-DATE(9:2) TO WS-RESUME-DAY
           COMPUTE WS-RESUME-MONTH =
                   WS-RESUME-MONTH-DISP + DB2-MONTHS-INT
           PERFORM UNTIL WS-RESUME-MONTH <= 12
              SUBTRACT 12 FROM WS-RESUME-MONTH
              ADD 1 TO WS-RESUME-YEAR
           END-PERFORM
           IF WS-RESUME-DAY > 28 THEN
              MOVE 28 TO WS-RESUME-DAY
           END-IF
           MOVE WS-RESUME-MONTH TO WS-RESUME-MONTH-DISP
           MOVE SPACES TO WS-RESUME-DATE
           STRING WS-RESUME-YEAR '-' WS-RESUME-MONTH-DISP '-'
                  WS-RESUME-DAY
                  DELIMITED BY SIZE INTO WS-RESUME-DATE.

      *    OPEN INVOICES ALREADY RAISED FOR INSTALMENTS THE
      *    ALTERATION REMOVES ARE VOIDED THE WAY A WITHDRAWAL
      *    VOIDS THEM, SO DUNNING NEVER CHASES THEM.
       VOID-OVERTAKEN-INVOICES.
           EXEC SQL
              UPDATE GENASA1.INVOICE
              SET    STATUS = 'W'
              WHERE  POLICYNUMBER = :DB2-POLICYNUMBER-INT
                AND  STATUS = 'O'
                AND  DUEDATE >= :WS-EFFECTIVE-DATE
                AND  DUEDATE < :WS-RESUME-DATE
           END-EXEC
           IF SQLCODE = 0 OR SQLCODE = 100 THEN
              MOVE 0 TO FSP-RETURN-CODE IN MY-ENDOWMENT
           ELSE
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-ENDOWMENT
           END-IF.

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

       INSERT-PAID-UP-ROW.
           EXEC SQL
              INSERT INTO GENASA1.ENDPREMALT
                        ( POLICYNUMBER,
                          ALTERTYPE,
                          EFFECTIVEDATE,
                          RESUMEDATE,
                          MONTHS,
                          PREMIUMSPAID,
                          OLDSUMASSURED,
                          NEWSUMASSURED,
                          RECORDEDDATE,
                          OPERATOR )
                 VALUES ( :DB2-POLICYNUMBER-INT,
                          'P',
                          :WS-EFFECTIVE-DATE,
                          NULL,
                          0,
                          :DB2-PAID-INT,
                          :DB2-SUMASSURED-INT,
                          :DB2-NEWSUMASSURED-INT,
                          :WS-TODAY-ISO,
                          :FSP-ALT-OPERATOR )
           END-EXEC
           IF SQLCODE = 0 THEN
              MOVE 0 TO FSP-RETURN-CODE IN MY-ENDOWMENT
           ELSE
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-ENDOWMENT
           END-IF.

       INSERT-HOLIDAY-ROW.
           EXEC SQL
              INSERT INTO GENASA1.ENDPREMALT
                        ( POLICYNUMBER,
                          ALTERTYPE,
                          EFFECTIVEDATE,
                          RESUMEDATE,
                          MONTHS,
                          PREMIUMSPAID,
                          OLDSUMASSURED,
                          NEWSUMASSURED,
                          RECORDEDDATE,
                          OPERATOR )
                 VALUES ( :DB2-POLICYNUMBER-INT,
                          'H',
                          :WS-EFFECTIVE-DATE,
                          :WS-RESUME-DATE,
                          :DB2-MONTHS-INT,
                          :DB2-PAID-INT,
                          :DB2-SUMASSURED-INT,
                          :DB2-NEWSUMASSURED-INT,
                          :WS-TODAY-ISO,
                          :FSP-ALT-OPERATOR )
           END-EXEC
           IF SQLCODE = 0 THEN
              MOVE 0 TO FSP-RETURN-CODE IN MY-ENDOWMENT
           ELSE
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-ENDOWMENT
           END-IF.

      *    THE CUSTOMER'S CONFIRMATION GOES OUT ON THE NEXT LGDB2LTR
      *    SERVICE RUN - EVENTDATE IS THE EFFECTIVE DATE, AMOUNT THE
      *    NEW SUM ASSURED ('PUP') OR THE HOLIDAY MONTHS ('HOL').
       QUEUE-CONFIRMATION-LETTER.
           MOVE 'LETTERQ' TO NUM-KEY-TYPE IN WS-NUM
           MOVE 1 TO NUM-COUNT IN WS-NUM
           CALL 'NUMPGM1' USING WS-NUM
           IF NUM-RC IN WS-NUM NOT = 0 THEN
              MOVE 8 TO FSP-RETURN-CODE IN MY-ENDOWMENT
              GOBACK
           END-IF
           MOVE NUM-FIRST IN WS-NUM TO DB2-QUEUEID-INT

           EXEC SQL
              INSERT INTO GENASA1.LETTERQUEUE
                        ( QUEUEID,
                          CUSTOMERNUMBER,
                          POLICYNUMBER,
                          LETTERTYPE,
                          QUEUEDDATE,
                          EVENTDATE,
                          AMOUNT,
                          STATUS,
                          PRODUCEDDATE,
                          DOCID )
                 VALUES ( :DB2-QUEUEID-INT,
                          :DB2-CUSTOMERNUMBER-INT,
                          :DB2-POLICYNUMBER-INT,
                          :WS-LETTER-TYPE,
                          :WS-TODAY-ISO,
                          :WS-EFFECTIVE-DATE,
                          :DB2-LETTER-AMOUNT-INT,
                          'Q',
                          NULL,
                          0 )
           END-EXEC
           IF SQLCODE = 0 THEN
              MOVE 0 TO FSP-RETURN-CODE IN MY-ENDOWMENT
           ELSE
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-ENDOWMENT
           END-IF.

       RETURN-ALTERATION.
           MOVE WS-EFFECTIVE-DATE TO
                FSP-EFFECTIVE-DATE IN MY-ENDOWMENT
           MOVE WS-RESUME-DATE TO
                FSP-ALT-RESUME-DATE IN MY-ENDOWMENT
           MOVE DB2-PAID-INT TO
                FSP-ALT-PREMIUMS-PAID IN MY-ENDOWMENT
           MOVE DB2-SUMASSURED-INT TO
                FSP-ALT-OLD-SUMASSURED IN MY-ENDOWMENT
           MOVE DB2-NEWSUMASSURED-INT TO
                FSP-ALT-NEW-SUMASSURED IN MY-ENDOWMENT
           MOVE 0 TO FSP-RETURN-CODE IN MY-ENDOWMENT
           PERFORM WRITE-AUDIT-TRAIL.

       WRITE-AUDIT-TRAIL.
           MOVE 'ENDPGMP' TO AUD-PROGRAM IN WS-AUDIT
           MOVE FSP-REQUEST-ID IN MY-ENDOWMENT TO
                AUD-REQUEST-ID IN WS-AUDIT
           MOVE FSP-POLICY-NUM IN MY-ENDOWMENT TO
                AUD-KEY IN WS-AUDIT
           MOVE FSP-ALT-OPERATOR IN MY-ENDOWMENT TO
                AUD-OPERATOR IN WS-AUDIT
           MOVE DB2-SUMASSURED-INT TO WS-AUD-OLD-SA
           MOVE WS-AUDIT-BEFORE TO AUD-BEFORE-IMAGE IN WS-AUDIT
           MOVE WS-ALTER-TYPE TO WS-AUD-ALTER-TYPE
           MOVE WS-EFFECTIVE-DATE TO WS-AUD-EFFECTIVE
           MOVE WS-RESUME-DATE TO WS-AUD-RESUME
           MOVE DB2-NEWSUMASSURED-INT TO WS-AUD-NEW-SA
           MOVE WS-AUDIT-AFTER TO AUD-AFTER-IMAGE IN WS-AUDIT
           CALL 'AUDPGM1' USING DFHEIBLK DFHCOMMAREA WS-AUDIT.

       LOG-SQL-ERROR.
           MOVE 'ENDPGMP ' TO ERR-PROGRAM
           MOVE SPACES TO ERR-PARAGRAPH
           MOVE SPACES TO ERR-KEY-VALUES
           MOVE SQLCODE TO ERR-SQLCODE
           MOVE SQLSTATE TO ERR-SQLSTATE
           MOVE SQLERRMC TO ERR-SQLERRMC
           CALL 'LGSQLERR' USING WS-SQLERR.

       END PROGRAM ENDPGMP.
