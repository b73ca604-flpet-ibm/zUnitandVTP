       ID DIVISION.
       PROGRAM-ID. POLPGMT.
      ***
      *
      *    (C) 2026 IBM FLEMMING PETERSEN
      *    TRANSFERS A POLICY TO ANOTHER CUSTOMER FROM AN EFFECTIVE
      *    DATE - THE CAR SOLD WITH ITS COVER, A DIVORCE, A SOLE
      *    TRADER INCORPORATING - WITHOUT THE CANCEL-AND-REBOOK
      *    THAT RESETS NCD AND CLAIMS HISTORY. THE NEW HOLDER MUST
      *    ALREADY BE ON FILE (ADD THEM THROUGH ADDIPGMI FIRST) AND
      *    MUST PASS THE SAME ARREARS GATE POLPGMA APPLIES TO NEW
      *    BUSINESS. THE HOLDER IS SCREENED AGAINST THE
      *    SANCTIONLIST EXACTLY AS ADDIPGMI DOES; A PENDING OR TRUE
      *    MATCH REFUSES THE TRANSFER. POLICY.CUSTOMERNUMBER MOVES
      *    (THE DETAIL ROW IS KEYED ON THE POLICY AND MOVES WITH
      *    IT); OPEN INVOICES DUE ON OR AFTER THE EFFECTIVE DATE AND
      *    THEIR CUSTLEDGER ITEMS FOLLOW THE POLICY, EARLIER ONES
      *    STAY WITH THE OLD HOLDER WHO HAD THE COVER. ON A MOTOR
      *    POLICY THE OLD HOLDER'S OWN NAMED-DRIVER ROW IS DROPPED,
      *    THE REMAINING DRIVERS ARE REVALIDATED THROUGH CPRCHECD
      *    AND REFERRED TO UNDERWRITING FOR THE NEW HOLDER. BOTH
      *    SIDES GO TO THE AUDIT TRAIL THROUGH AUDPGM1.
      *    RETURN CODES: 0 OK, 4 POLICY CANCELLED, SAME HOLDER OR
      *    DATE OUTSIDE THE COVER PERIOD, 8 SQL ERROR, 12 POLICY
      *    NOT ON FILE, 16 NEW HOLDER NOT ON FILE, 20 NEW HOLDER
      *    HAS ARREARS OUTSTANDING, 24 NEW HOLDER ON THE SANCTIONS
      *    WORKLIST, 28 A NAMED DRIVER'S CPR FAILS VALIDATION.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Host variables for input to DB2 integer types

       01  DB2-IN-INTEGERS.
           03 DB2-POLICYNUMBER-INT     PIC S9(9) COMP.
           03 DB2-OLD-CUSTOMER-INT     PIC S9(9) COMP.
           03 DB2-NEW-CUSTOMER-INT     PIC S9(9) COMP.
           03 DB2-CANCEL-COUNT         PIC S9(9) COMP.
           03 DB2-ARREARS-COUNT        PIC S9(9) COMP.
           03 DB2-HIT-COUNT            PIC S9(9) COMP.
           03 DB2-INVOICES-MOVED       PIC S9(9) COMP.
           03 DB2-DRIVER-COUNT         PIC S9(9) COMP.
           03 DB2-SEQ-INT              PIC S9(4) COMP.
           03 DB2-ENTRYID-INT          PIC S9(9) COMP.

       01  WS-POLICYTYPE               PIC X(1).
       01  WS-ISSUEDATE                PIC X(10).
       01  WS-EXPIRYDATE               PIC X(10).
       01  WS-OLD-CPR                  PIC X(10).
       01  WS-NEW-LASTNAME             PIC X(20).
       01  WS-NEW-DOB                  PIC X(10).
       01  WS-NEW-IDTYPE               PIC X(1).
       01  WS-NEW-IDCOUNTRY            PIC X(2).
       01  WS-NEW-IDNUMBER             PIC X(20).
       01  WS-NEW-CPRNUMBER            PIC X(10).
       01  WS-TODAY                    PIC 9(8).
       01  WS-TODAY-ISO                PIC X(10).
       01  WS-REFER-REASON             PIC X(50).
       01  WS-RATING-INPUT             PIC X(200).
       01  WS-CUSTOMER-KEY             PIC 9(9).
       01  WS-POLICY-KEY               PIC 9(9).
       01  WS-DRIVERS-DISP             PIC 9(2).

      *    SANCTIONS SCREENING WORK AREAS - LIKE PATTERN AS A
      *    VARCHAR, AS ADDIPGMI BUILDS IT
       01  WS-NAME-PATTERN.
           49 WS-NAME-PATTERN-LEN      PIC S9(4) COMP.
           49 WS-NAME-PATTERN-TEXT     PIC X(22).
       01  WS-NAME-LEN                 PIC S9(4) COMP.
       01  WS-SCR-ID-TYPE              PIC X(1).
       01  WS-SCR-ID-COUNTRY           PIC X(2).
       01  WS-SCR-ID-NUMBER            PIC X(20).

      *    CPRCHECD INTERFACE AREAS
       01  WS-CPR                      PIC X(10).
       01  WS-AGE                      PIC S9(4) BINARY VALUE 0.
       01  WS-GENDER                   PIC X.
       01  WS-CPR-RC                   PIC X.
       01  WS-BIRTHDATE                PIC 9(8).
       01  WS-DRIVER-FAIL-SW           PIC X(1) VALUE 'N'.
           88 WS-DRIVER-FAILED                  VALUE 'Y'.

           EXEC SQL INCLUDE SQLCA      END-EXEC.

           EXEC SQL
             DECLARE CDRV CURSOR FOR
               SELECT DRIVERSEQ,
                      CPRNUMBER
               FROM GENASA1.NAMEDDRIVER
               WHERE POLICYNUMBER = :DB2-POLICYNUMBER-INT
               ORDER BY DRIVERSEQ
           END-EXEC.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.

      * Common audit-trail writer interface
       01  WS-AUDIT.
           COPY AUDCPY1.

       LINKAGE SECTION.
       01  MY-POLICY.
           COPY POLCPY1.

       PROCEDURE DIVISION USING MY-POLICY.
      *
       MAIN SECTION.
       MAIN1.

            MOVE FSP-POLICY-NUM IN MY-POLICY TO
                 DB2-POLICYNUMBER-INT
            MOVE FSP-TRF-NEW-CUSTOMER IN MY-POLICY TO
                 DB2-NEW-CUSTOMER-INT
            MOVE 0 TO FSP-TRF-OLD-CUSTOMER IN MY-POLICY
            MOVE 0 TO FSP-TRF-INVOICES-MOVED IN MY-POLICY
            MOVE 0 TO FSP-TRF-DRIVERS-KEPT IN MY-POLICY
            MOVE 0 TO DB2-DRIVER-COUNT

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-TODAY-ISO
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY-ISO
           IF FSP-TRF-DATE IN MY-POLICY = SPACES THEN
              MOVE WS-TODAY-ISO TO FSP-TRF-DATE IN MY-POLICY
           END-IF

            EXEC SQL
               SELECT CUSTOMERNUMBER, POLICYTYPE,
                      ISSUEDATE, EXPIRYDATE
               INTO  :DB2-OLD-CUSTOMER-INT, :WS-POLICYTYPE,
                     :WS-ISSUEDATE, :WS-EXPIRYDATE
               FROM POLICY
               WHERE POLICYNUMBER = :DB2-POLICYNUMBER-INT
            END-EXEC.

           IF SQLCODE < 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
              GOBACK
           END-IF

           IF SQLCODE = 100 THEN
              MOVE 12 TO FSP-RETURN-CODE IN MY-POLICY
              GOBACK
           END-IF

           MOVE DB2-OLD-CUSTOMER-INT TO
                FSP-TRF-OLD-CUSTOMER IN MY-POLICY

           IF DB2-NEW-CUSTOMER-INT = DB2-OLD-CUSTOMER-INT OR
              FSP-TRF-DATE IN MY-POLICY < WS-ISSUEDATE OR
              FSP-TRF-DATE IN MY-POLICY > WS-EXPIRYDATE THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-POLICY
              GOBACK
           END-IF

      *    A CANCELLED OR LAPSED POLICY HAS NO COVER LEFT TO HAND
      *    OVER.
            EXEC SQL
               SELECT COUNT(*)
               INTO  :DB2-CANCEL-COUNT
               FROM GENASA1.POLCANCEL
               WHERE POLICYNUMBER = :DB2-POLICYNUMBER-INT
            END-EXEC.

           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
              GOBACK
           END-IF

           IF DB2-CANCEL-COUNT > 0 THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-POLICY
              GOBACK
           END-IF

           EXEC SQL
              SELECT LASTNAME, DATEOFBIRTH,
                     COALESCE(IDTYPE, ' '),
                     COALESCE(IDCOUNTRY, ' '),
                     COALESCE(IDNUMBER, ' '),
                     COALESCE(CPRNUMBER, ' ')
              INTO  :WS-NEW-LASTNAME, :WS-NEW-DOB,
                    :WS-NEW-IDTYPE, :WS-NEW-IDCOUNTRY,
                    :WS-NEW-IDNUMBER, :WS-NEW-CPRNUMBER
              FROM  CUSTOMER
              WHERE CUSTOMERNUMBER = :DB2-NEW-CUSTOMER-INT
           END-EXEC.

           IF SQLCODE < 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
              GOBACK
           END-IF

           IF SQLCODE = 100 THEN
              MOVE 16 TO FSP-RETURN-CODE IN MY-POLICY
              GOBACK
           END-IF

           PERFORM CHECK-ARREARS-GATE
           PERFORM SCREEN-NEW-HOLDER THRU
                   SCREEN-NEW-HOLDER-EXIT
           PERFORM CHECK-SANCTIONS-HOLD

           IF WS-POLICYTYPE = 'M' THEN
              PERFORM REVALIDATE-NAMED-DRIVERS
           END-IF

           PERFORM MOVE-OPEN-INVOICES

           EXEC SQL
              UPDATE POLICY
              SET    CUSTOMERNUMBER = :DB2-NEW-CUSTOMER-INT,
                     LASTCHANGED = CURRENT TIMESTAMP
              WHERE  POLICYNUMBER = :DB2-POLICYNUMBER-INT
           END-EXEC.

           IF SQLCODE = 0 THEN
              MOVE 0 TO FSP-RETURN-CODE IN MY-POLICY
              IF WS-POLICYTYPE = 'M' AND DB2-DRIVER-COUNT > 0 THEN
                 PERFORM REFER-NAMED-DRIVERS
              END-IF
              PERFORM WRITE-AUDIT-TRAIL
           ELSE
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
           END-IF.

           GOBACK.

      *    THE SAME HARD REFUSAL POLPGMA APPLIES TO NEW BUSINESS -
      *    A CUSTOMER IN ARREARS DOES NOT TAKE ON MORE COVER BY
      *    TRANSFER EITHER.
       CHECK-ARREARS-GATE.
           EXEC SQL
              SELECT COUNT(*)
              INTO  :DB2-ARREARS-COUNT
              FROM  GENASA1.INVOICE
              WHERE CUSTOMERNUMBER = :DB2-NEW-CUSTOMER-INT
                AND STATUS = 'O'
                AND DUEDATE < CURRENT DATE
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
              GOBACK
           END-IF

           IF DB2-ARREARS-COUNT > 0 THEN
              MOVE 20 TO FSP-RETURN-CODE IN MY-POLICY
              GOBACK
           END-IF.

      *    THE SAME MATCH ADDIPGMI AND LGDB2SCL USE: SURNAME
      *    ANYWHERE IN THE LISTED NAME, DATE OF BIRTH EQUAL OR NOT
      *    HELD ON THE LIST ENTRY - OR THE HOLDER'S OWN IDENTITY
      *    TYPE, COUNTRY AND NUMBER ON THE LIST ENTRY. A HIT ALREADY
      *    ON THE WORKLIST (-803) IS NOT RAISED TWICE.
       SCREEN-NEW-HOLDER.
           PERFORM BUILD-NAME-PATTERN
           PERFORM SET-SCREEN-IDENTITY

           EXEC SQL
             DECLARE CSCR CURSOR FOR
               SELECT ENTRYID
               FROM GENASA1.SANCTIONLIST
               WHERE (FULLNAME LIKE :WS-NAME-PATTERN
                 AND  (DATEOFBIRTH IS NULL OR
                       DATEOFBIRTH = :WS-NEW-DOB))
                  OR (IDNUMBER > ' '
                 AND  IDNUMBER = :WS-SCR-ID-NUMBER
                 AND  IDTYPE = :WS-SCR-ID-TYPE
                 AND  IDCOUNTRY = :WS-SCR-ID-COUNTRY)
           END-EXEC
           EXEC SQL OPEN CSCR END-EXEC
           IF SQLCODE NOT = 0 THEN
              GO TO SCREEN-NEW-HOLDER-EXIT
           END-IF
           PERFORM FETCH-SCREEN-HIT
           PERFORM UNTIL SQLCODE NOT = 0
              PERFORM RAISE-SCREEN-HIT
              PERFORM FETCH-SCREEN-HIT
           END-PERFORM
           EXEC SQL CLOSE CSCR END-EXEC.

       SCREEN-NEW-HOLDER-EXIT.
           EXIT.

       BUILD-NAME-PATTERN.
           MOVE 20 TO WS-NAME-LEN
           PERFORM UNTIL WS-NAME-LEN = 0 OR
                   WS-NEW-LASTNAME(WS-NAME-LEN:1) NOT = SPACE
              SUBTRACT 1 FROM WS-NAME-LEN
           END-PERFORM
           MOVE SPACES TO WS-NAME-PATTERN-TEXT
           MOVE '%' TO WS-NAME-PATTERN-TEXT(1:1)
           IF WS-NAME-LEN > 0 THEN
              MOVE WS-NEW-LASTNAME(1:WS-NAME-LEN) TO
                   WS-NAME-PATTERN-TEXT(2:WS-NAME-LEN)
           END-IF
           MOVE '%' TO WS-NAME-PATTERN-TEXT(WS-NAME-LEN + 2:1)
           COMPUTE WS-NAME-PATTERN-LEN = WS-NAME-LEN + 2.

      *    A FOREIGN-ID HOLDER SCREENS ON THE DOCUMENT HELD; ANYONE
      *    ELSE WITH A CPR SCREENS ON THE CPR AS A DK 'C' IDENTITY.
       SET-SCREEN-IDENTITY.
           MOVE SPACES TO WS-SCR-ID-TYPE WS-SCR-ID-COUNTRY
                          WS-SCR-ID-NUMBER
           EVALUATE TRUE
               WHEN WS-NEW-IDTYPE = 'P' OR WS-NEW-IDTYPE = 'N'
                  MOVE WS-NEW-IDTYPE TO WS-SCR-ID-TYPE
                  MOVE WS-NEW-IDCOUNTRY TO WS-SCR-ID-COUNTRY
                  MOVE WS-NEW-IDNUMBER TO WS-SCR-ID-NUMBER
               WHEN WS-NEW-CPRNUMBER NOT = SPACES
                  MOVE 'C' TO WS-SCR-ID-TYPE
                  MOVE 'DK' TO WS-SCR-ID-COUNTRY
                  MOVE WS-NEW-CPRNUMBER TO WS-SCR-ID-NUMBER
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.

       FETCH-SCREEN-HIT.
           EXEC SQL
              FETCH CSCR
              INTO :DB2-ENTRYID-INT
           END-EXEC.

       RAISE-SCREEN-HIT.
           EXEC SQL
              INSERT INTO GENASA1.SANCTIONHIT
                        ( CUSTOMERNUMBER,
                          ENTRYID,
                          MATCHDATE,
                          STATUS,
                          DISPOSITION,
                          DISPOSEDBY,
                          DISPOSEDDATE )
                 VALUES ( :DB2-NEW-CUSTOMER-INT,
                          :DB2-ENTRYID-INT,
                          :WS-TODAY-ISO,
                          'P',
                          ' ',
                          ' ',
                          NULL )
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = -803 THEN
              PERFORM LOG-SQL-ERROR
           END-IF.

      *    UNLIKE A NEW CUSTOMER, WHO IS ADDED AND REFERRED, COVER
      *    IS NOT HANDED TO SOMEONE COMPLIANCE HAS NOT YET CLEARED -
      *    A HIT STILL PENDING OR CONFIRMED AS A TRUE MATCH HOLDS
      *    THE TRANSFER UNTIL SCRPGM1 DISPOSES OF IT.
       CHECK-SANCTIONS-HOLD.
           EXEC SQL
              SELECT COUNT(*)
              INTO  :DB2-HIT-COUNT
              FROM  GENASA1.SANCTIONHIT
              WHERE CUSTOMERNUMBER = :DB2-NEW-CUSTOMER-INT
                AND (STATUS = 'P' OR DISPOSITION = 'T')
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
              GOBACK
           END-IF

           IF DB2-HIT-COUNT > 0 THEN
              MOVE 24 TO FSP-RETURN-CODE IN MY-POLICY
              GOBACK
           END-IF.

      *    THE OLD HOLDER STOPS DRIVING ON THE STRENGTH OF THIS
      *    POLICY, SO THEIR OWN DRIVER ROW GOES. EVERY OTHER DRIVER
      *    MUST STILL PASS CPRCHECD BEFORE ANYTHING IS MOVED.
       REVALIDATE-NAMED-DRIVERS.
           MOVE SPACES TO WS-OLD-CPR
           EXEC SQL
              SELECT COALESCE(CPRNUMBER, ' ')
              INTO  :WS-OLD-CPR
              FROM  CUSTOMER
              WHERE CUSTOMERNUMBER = :DB2-OLD-CUSTOMER-INT
           END-EXEC
           IF SQLCODE < 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
              GOBACK
           END-IF

           MOVE 'N' TO WS-DRIVER-FAIL-SW
           EXEC SQL OPEN CDRV END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
              GOBACK
           END-IF
           PERFORM FETCH-DRIVER
           PERFORM UNTIL SQLCODE NOT = 0
              IF WS-CPR NOT = WS-OLD-CPR OR WS-OLD-CPR = SPACES THEN
                 CALL 'CPRCHECD' USING WS-CPR WS-AGE WS-GENDER
                                       WS-CPR-RC WS-BIRTHDATE
                 IF WS-CPR-RC NOT = '0' THEN
                    SET WS-DRIVER-FAILED TO TRUE
                 END-IF
              END-IF
              PERFORM FETCH-DRIVER
           END-PERFORM
           EXEC SQL CLOSE CDRV END-EXEC

           IF WS-DRIVER-FAILED THEN
              MOVE 28 TO FSP-RETURN-CODE IN MY-POLICY
              GOBACK
           END-IF

           IF WS-OLD-CPR NOT = SPACES THEN
              EXEC SQL
                 DELETE FROM GENASA1.NAMEDDRIVER
                 WHERE POLICYNUMBER = :DB2-POLICYNUMBER-INT
                   AND CPRNUMBER = :WS-OLD-CPR
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
                 PERFORM LOG-SQL-ERROR
                 MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
                 GOBACK
              END-IF
           END-IF

           EXEC SQL
              SELECT COUNT(*)
              INTO  :DB2-DRIVER-COUNT
              FROM  GENASA1.NAMEDDRIVER
              WHERE POLICYNUMBER = :DB2-POLICYNUMBER-INT
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
              GOBACK
           END-IF
           MOVE DB2-DRIVER-COUNT TO FSP-TRF-DRIVERS-KEPT IN MY-POLICY.

       FETCH-DRIVER.
           EXEC SQL
              FETCH CDRV
              INTO :DB2-SEQ-INT,
                   :WS-CPR
           END-EXEC
           IF SQLCODE < 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
           END-IF.

      *    OPEN ITEMS FALLING DUE FROM THE EFFECTIVE DATE ARE FOR
      *    COVER THE NEW HOLDER ENJOYS - THEY FOLLOW THE POLICY.
      *    THE LEDGER ITEMS ARE MOVED FIRST, WHILE THE INVOICES
      *    STILL IDENTIFY THEM; LGDB2LED'S NIGHTLY REBUILD THEN
      *    AGREES BECAUSE IT KEYS ON INVOICE.CUSTOMERNUMBER.
       MOVE-OPEN-INVOICES.
           EXEC SQL
              UPDATE GENASA1.CUSTLEDGER
              SET    CUSTOMERNUMBER = :DB2-NEW-CUSTOMER-INT
              WHERE  CUSTOMERNUMBER = :DB2-OLD-CUSTOMER-INT
                AND  ENTRYTYPE = 'INV'
                AND  REFERENCE IN
                     (SELECT INVOICENUMBER
                      FROM   GENASA1.INVOICE
                      WHERE  POLICYNUMBER = :DB2-POLICYNUMBER-INT
                        AND  STATUS = 'O'
                        AND  DUEDATE >= :FSP-TRF-DATE)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
              GOBACK
           END-IF

           EXEC SQL
              SELECT COUNT(*)
              INTO  :DB2-INVOICES-MOVED
              FROM  GENASA1.INVOICE
              WHERE POLICYNUMBER = :DB2-POLICYNUMBER-INT
                AND STATUS = 'O'
                AND DUEDATE >= :FSP-TRF-DATE
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
              GOBACK
           END-IF

           EXEC SQL
              UPDATE GENASA1.INVOICE
              SET    CUSTOMERNUMBER = :DB2-NEW-CUSTOMER-INT
              WHERE  POLICYNUMBER = :DB2-POLICYNUMBER-INT
                AND  STATUS = 'O'
                AND  DUEDATE >= :FSP-TRF-DATE
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
              GOBACK
           END-IF
           MOVE DB2-INVOICES-MOVED TO
                FSP-TRF-INVOICES-MOVED IN MY-POLICY.

      *    THE DRIVERS WERE RATED AGAINST THE OLD HOLDER'S
      *    HOUSEHOLD - UNDERWRITING CONFIRMS THEM FOR THE NEW ONE.
      *    A REFERRAL ALREADY PENDING IS NOT DUPLICATED (-803).
       REFER-NAMED-DRIVERS.
           MOVE 'POLICY TRANSFERRED - CONFIRM NAMED DRIVERS' TO
                WS-REFER-REASON
           MOVE SPACES TO WS-RATING-INPUT
           EXEC SQL
              INSERT INTO GENASA1.UWREFERRAL
                        ( POLICYNUMBER,
                          CUSTOMERNUMBER,
                          POLICYTYPE,
                          REFERDATE,
                          REASON,
                          RATINGINPUT,
                          STATUS,
                          DECIDEDBY,
                          DECIDEDDATE )
                 VALUES ( :DB2-POLICYNUMBER-INT,
                          :DB2-NEW-CUSTOMER-INT,
                          'M',
                          :WS-TODAY-ISO,
                          :WS-REFER-REASON,
                          :WS-RATING-INPUT,
                          'P',
                          ' ',
                          :WS-TODAY-ISO )
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = -803 THEN
              PERFORM LOG-SQL-ERROR
           END-IF.

      *    ONE LINE UNDER EACH CUSTOMER, SO EITHER HOLDER'S AUDIT
      *    HISTORY SHOWS THE POLICY LEAVING OR ARRIVING.
       WRITE-AUDIT-TRAIL.
           MOVE FSP-POLICY-NUM IN MY-POLICY TO WS-POLICY-KEY
           MOVE DB2-DRIVER-COUNT TO WS-DRIVERS-DISP
           MOVE 'POLPGMT ' TO AUD-PROGRAM IN WS-AUDIT
           MOVE 'POLTRF' TO AUD-REQUEST-ID IN WS-AUDIT
           MOVE FSP-TRF-OPERATOR IN MY-POLICY TO
                AUD-OPERATOR IN WS-AUDIT

           MOVE DB2-OLD-CUSTOMER-INT TO WS-CUSTOMER-KEY
           MOVE WS-CUSTOMER-KEY TO AUD-KEY IN WS-AUDIT
           MOVE SPACES TO AUD-BEFORE-IMAGE IN WS-AUDIT
           STRING 'HOLDER OF POLICY ' WS-POLICY-KEY
                  DELIMITED BY SIZE
                  INTO AUD-BEFORE-IMAGE IN WS-AUDIT
           MOVE SPACES TO AUD-AFTER-IMAGE IN WS-AUDIT
           STRING 'POLICY ' WS-POLICY-KEY
                  ' TRANSFERRED OUT ' FSP-TRF-DATE IN MY-POLICY
                  ' TO CUSTOMER ' FSP-TRF-NEW-CUSTOMER IN MY-POLICY
                  ' OPEN INVOICES MOVED '
                  FSP-TRF-INVOICES-MOVED IN MY-POLICY
                  DELIMITED BY SIZE
                  INTO AUD-AFTER-IMAGE IN WS-AUDIT
           CALL 'AUDPGM1' USING DFHEIBLK DFHCOMMAREA WS-AUDIT

           MOVE DB2-NEW-CUSTOMER-INT TO WS-CUSTOMER-KEY
           MOVE WS-CUSTOMER-KEY TO AUD-KEY IN WS-AUDIT
           MOVE SPACES TO AUD-BEFORE-IMAGE IN WS-AUDIT
           MOVE SPACES TO AUD-AFTER-IMAGE IN WS-AUDIT
           STRING 'POLICY ' WS-POLICY-KEY
                  ' TRANSFERRED IN ' FSP-TRF-DATE IN MY-POLICY
                  ' FROM CUSTOMER ' FSP-TRF-OLD-CUSTOMER IN MY-POLICY
                  ' NAMED DRIVERS KEPT ' WS-DRIVERS-DISP
                  DELIMITED BY SIZE
                  INTO AUD-AFTER-IMAGE IN WS-AUDIT
           CALL 'AUDPGM1' USING DFHEIBLK DFHCOMMAREA WS-AUDIT.

       LOG-SQL-ERROR.
           MOVE 'POLPGMT ' TO ERR-PROGRAM
           MOVE SPACES TO ERR-PARAGRAPH
           MOVE SPACES TO ERR-KEY-VALUES
           MOVE SQLCODE TO ERR-SQLCODE
           MOVE SQLSTATE TO ERR-SQLSTATE
           MOVE SQLERRMC TO ERR-SQLERRMC
           CALL 'LGSQLERR' USING WS-SQLERR.

       END PROGRAM POLPGMT.
