      *    EVERY NEW CUSTOMER IS SCREENED AGAINST THE SANCTIONLIST
      *    TABLE AT INSERT TIME (SURNAME CONTAINED IN THE LIST
      *    NAME, DATE OF BIRTH EQUAL OR ABSENT ON THE LIST ENTRY).
      *    THE SCREEN ALSO MATCHES ON IDENTITY: A LIST ENTRY CARRYING
      *    THE SAME TYPE, ISSUING COUNTRY AND NUMBER AS THE CUSTOMER'S
      *    CPR, PASSPORT OR FOREIGN NATIONAL ID IS A HIT WHATEVER THE
      *    NAME. A MATCH IS A REFERRAL, NOT A REJECT - THE CUSTOMER IS
      *    STILL ADDED AND A PENDING SANCTIONHIT GOES TO THE
      *    SCRPGM1 COMPLIANCE WORKLIST. THE POSTCODE IS CHECKED
      *    AGAINST THE POSTCODEMAST POSTAL MASTER - UNKNOWN COMES
      *    BACK RC 2 (WARNING), THE ROW IS STILL ADDED. A
      *    PROFESSION-GROUP CODE MUST BE ON THE PGMAST MASTER AND
      *    INSIDE ITS VALIDITY DATES (CICS FILE READ) OR THE ADD IS
      *    REJECTED RC 6 - BLANK MEANS NO GROUP HELD. THE PREFERRED
      *    LANGUAGE IS 'D' DANISH OR 'E' ENGLISH; BLANK IS STORED AS
      *    DANISH AND ANYTHING ELSE IS REJECTED RC 10. WHILE A
      *    BATCH MAINTENANCE WINDOW IS OPEN (SVCPGM1) THE ADD IS
      *    REFUSED RC 96 WITH THE HH:MM IT CLOSES IN
      *    FSP-MAINT-UNTIL. A CUSTOMER NUMBER OF ZERO IS TAKEN
      *    FROM THE CUSTOMER NUMBER RANGE (NUMPGM1) AND RETURNED.
      *    THE IDENTITY IS 'C' CPR, 'P' PASSPORT OR 'N' FOREIGN
      *    NATIONAL ID WITH ITS ISSUING COUNTRY AND NUMBER, CHECKED
      *    BY IDCHECK UNDER THE RULES OF ITS TYPE (A CPR STILL GOES
      *    THROUGH CPRCHECK) AND REJECTED RC 14 WHEN IT FAILS. A CPR
      *    IS STORED IN CPRNUMBER WITH COUNTRY DK, A FOREIGN IDENTITY
      *    IN IDNUMBER WITH CPRNUMBER LEFT BLANK. BLANK TYPE MEANS NO
      *    IDENTITY GIVEN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       01  WS-TODAY-NUM                PIC 9(8).
       01  WS-POSTCODE-COUNT           PIC S9(9) COMP.

      *    IDENTITY THE LIST IS SCREENED ON - THE CPR FOR A CPR
      *    HOLDER, OTHERWISE THE FOREIGN DOCUMENT NUMBER
       01  WS-SCR-ID-TYPE              PIC X(1).
       01  WS-SCR-ID-COUNTRY           PIC X(2).
       01  WS-SCR-ID-NUMBER            PIC X(20).
       01  WS-ID-RC                    PIC X(1).

      *    PROFESSION-GROUP MASTER (PGMAST) RECORD AND CICS READ
      *    RESPONSE - THE LAYOUT PGMFILE MAINTAINS
       01  WS-PGMAST-REC.
           05 WS-PGM-CODE              PIC X(1).
           05 WS-PGM-DESC              PIC X(30).
           05 WS-PGM-VALIDFROM         PIC 9(8).
           05 WS-PGM-VALIDTO           PIC 9(8).
           05 WS-PGM-OWNUNIT           PIC X(8).
       01  WS-PG-RESP                  PIC S9(8) BINARY VALUE 0.
      *    CICS RESP VALUES TESTED HERE (DFHRESP NORMAL/NOTFND)
       77  PG-RESP-NORMAL              PIC S9(8) BINARY VALUE 0.
       77  PG-RESP-NOTFND              PIC S9(8) BINARY VALUE 13.
       01  WS-PG-VALID-SW              PIC X(1).
           88 WS-PG-VALID                        VALUE 'Y'.

      * Before/after images for the common AUDITLOG trail
       01  WS-AUDIT.
           COPY AUDCPY1.
           03 WS-AUD-LAST-NAME         PIC X(20).
           03 WS-AUD-DOB               PIC X(10).
           03 WS-AUD-POSTCODE          PIC X(8).
           03 WS-AUD-PROF-GROUP        PIC X(1).
           03 WS-AUD-PREF-LANG         PIC X(1).
           03 WS-AUD-ID-TYPE           PIC X(1).
           03 WS-AUD-ID-COUNTRY        PIC X(2).
           03 WS-AUD-ID-NUMBER         PIC X(20).

           EXEC SQL INCLUDE SQLCA      END-EXEC.
           EXEC SQL INCLUDE CUSTOMER   END-EXEC.

      * Number-range allocation through NUMPGM1
       01  WS-NUM.
           COPY NUMCPY1.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.

      * Service-availability check through SVCPGM1
       01  WS-SVC.
           COPY SVCCPY1.

       LINKAGE SECTION.
       01  MY-CUST.
           COPY ADDICPY2 REPLACING ==:DELIM:== BY ==FSP-==.
       MAIN SECTION.
       MAIN1.

           CALL 'SVCPGM1' USING WS-SVC.
           IF SVC-MAINTENANCE-ON IN WS-SVC THEN
              MOVE 96 TO FSP-RETURN-CODE IN MY-CUST
              MOVE SVC-UNTIL IN WS-SVC TO FSP-MAINT-UNTIL IN MY-CUST
              GOBACK
           END-IF.

           IF FSP-CUSTOMER-NUM IN MY-CUST = 0 THEN
              MOVE 'CUSTOMER' TO NUM-KEY-TYPE IN WS-NUM
              MOVE 1 TO NUM-COUNT IN WS-NUM
              CALL 'NUMPGM1' USING WS-NUM
              IF NUM-RC IN WS-NUM NOT = 0 THEN
                 MOVE 8 TO FSP-RETURN-CODE IN MY-CUST
                 GOBACK
              END-IF
              MOVE NUM-FIRST IN WS-NUM TO FSP-CUSTOMER-NUM IN MY-CUST
           END-IF.

            MOVE FSP-CUSTOMER-NUM IN MY-CUST TO
                 DB2-CUSTOMERNUMBER-INT

               WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUMBER-INT
            END-EXEC.

           PERFORM CHECK-PROF-GROUP.
           IF WS-DUP-CUSTOMER-COUNT = 0 AND NOT WS-PG-VALID THEN
              MOVE 6 TO FSP-RETURN-CODE IN MY-CUST
              GOBACK
           END-IF.

           IF FSP-PREF-LANG IN MY-CUST = SPACE THEN
              MOVE 'D' TO FSP-PREF-LANG IN MY-CUST
           END-IF.
           IF WS-DUP-CUSTOMER-COUNT = 0 AND
              FSP-PREF-LANG IN MY-CUST NOT = 'D' AND
              FSP-PREF-LANG IN MY-CUST NOT = 'E' THEN
              MOVE 10 TO FSP-RETURN-CODE IN MY-CUST
              GOBACK
           END-IF.

           PERFORM SET-CUSTOMER-IDENTITY.
           IF WS-DUP-CUSTOMER-COUNT = 0 AND WS-ID-RC NOT = '0' THEN
              MOVE 14 TO FSP-RETURN-CODE IN MY-CUST
              GOBACK
           END-IF.

           IF WS-DUP-CUSTOMER-COUNT > 0 THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-CUST
           ELSE
                           POSTCODE,
                           PHONEMOBILE,
                           PHONEHOME,
                           EMAILADDRESS,
                           PROFGROUP,
                           PREFLANG,
                           CPRNUMBER,
                           IDTYPE,
                           IDCOUNTRY,
                           IDNUMBER )
                  VALUES ( :DB2-CUSTOMERNUMBER-INT,
                           :FSP-FIRST-NAME,
                           :FSP-LAST-NAME,
                           :FSP-POSTCODE,
                           :FSP-PHONE-MOBILE,
                           :FSP-PHONE-HOME,
                           :FSP-EMAIL-ADDRESS,
                           :FSP-PROF-GROUP,
                           :FSP-PREF-LANG,
                           :CPRNUMBER,
                           :IDTYPE,
                           :IDCOUNTRY,
                           :IDNUMBER )
             END-EXEC
             IF SQLCODE = 0 THEN
                MOVE 0 TO FSP-RETURN-CODE IN MY-CUST

           GOBACK.

      *    THE SAME TEST FILLER01 APPLIES TO ITS INCOMING CODES - ON
      *    THE MASTER AND INSIDE ITS VALIDITY DATES. THE MASTER IS
      *    READ THROUGH THE FILE CONTROL TABLE; ONE CICS CANNOT
      *    SERVE LETS THE CODE THROUGH UNVALIDATED RATHER THAN STOP
      *    CUSTOMER CAPTURE.
       CHECK-PROF-GROUP.
           MOVE 'Y' TO WS-PG-VALID-SW
           IF FSP-PROF-GROUP IN MY-CUST NOT = SPACE THEN
              EXEC CICS READ FILE('PGMAST')
                   INTO(WS-PGMAST-REC)
                   RIDFLD(FSP-PROF-GROUP IN MY-CUST)
                   RESP(WS-PG-RESP)
              END-EXEC
              ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD
              EVALUATE TRUE
                 WHEN WS-PG-RESP = PG-RESP-NOTFND
                    MOVE 'N' TO WS-PG-VALID-SW
                 WHEN WS-PG-RESP NOT = PG-RESP-NORMAL
                    CONTINUE
                 WHEN WS-TODAY-NUM < WS-PGM-VALIDFROM OR
                      WS-TODAY-NUM > WS-PGM-VALIDTO
                    MOVE 'N' TO WS-PG-VALID-SW
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      *    A CPR IS KEPT WHERE EVERY CPR-DRIVEN PROCESS ALREADY LOOKS
      *    FOR IT, CPRNUMBER; IDNUMBER ONLY EVER HOLDS A FOREIGN
      *    DOCUMENT NUMBER. THE SCREENING IDENTITY IS SET UP HERE TOO.
       SET-CUSTOMER-IDENTITY.
           MOVE '0' TO WS-ID-RC
           MOVE SPACES TO CPRNUMBER IDTYPE IDCOUNTRY IDNUMBER
           MOVE SPACES TO WS-SCR-ID-TYPE WS-SCR-ID-COUNTRY
                          WS-SCR-ID-NUMBER
           IF FSP-ID-TYPE IN MY-CUST NOT = SPACE THEN
              IF FSP-ID-TYPE IN MY-CUST = 'C' AND
                 FSP-ID-COUNTRY IN MY-CUST = SPACES THEN
                 MOVE 'DK' TO FSP-ID-COUNTRY IN MY-CUST
              END-IF
              CALL 'IDCHECK' USING FSP-ID-TYPE IN MY-CUST
                                   FSP-ID-COUNTRY IN MY-CUST
                                   FSP-ID-NUMBER IN MY-CUST
                                   WS-ID-RC
              MOVE FSP-ID-TYPE IN MY-CUST TO IDTYPE
              MOVE FSP-ID-COUNTRY IN MY-CUST TO IDCOUNTRY
              IF FSP-ID-TYPE IN MY-CUST = 'C' THEN
                 MOVE FSP-ID-NUMBER IN MY-CUST(1:10) TO CPRNUMBER
              ELSE
                 MOVE FSP-ID-NUMBER IN MY-CUST TO IDNUMBER
              END-IF
              MOVE FSP-ID-TYPE IN MY-CUST TO WS-SCR-ID-TYPE
              MOVE FSP-ID-COUNTRY IN MY-CUST TO WS-SCR-ID-COUNTRY
              MOVE FSP-ID-NUMBER IN MY-CUST TO WS-SCR-ID-NUMBER
           END-IF.

       WRITE-AUDIT-TRAIL.
           MOVE 'ADDIPGMI' TO AUD-PROGRAM IN WS-AUDIT
           MOVE FSP-REQUEST-ID IN MY-CUST TO
           MOVE FSP-LAST-NAME IN MY-CUST TO WS-AUD-LAST-NAME
           MOVE FSP-DOB IN MY-CUST TO WS-AUD-DOB
           MOVE FSP-POSTCODE IN MY-CUST TO WS-AUD-POSTCODE
           MOVE FSP-PROF-GROUP IN MY-CUST TO WS-AUD-PROF-GROUP
           MOVE FSP-PREF-LANG IN MY-CUST TO WS-AUD-PREF-LANG
           MOVE FSP-ID-TYPE IN MY-CUST TO WS-AUD-ID-TYPE
           MOVE FSP-ID-COUNTRY IN MY-CUST TO WS-AUD-ID-COUNTRY
           MOVE FSP-ID-NUMBER IN MY-CUST TO WS-AUD-ID-NUMBER
           MOVE WS-AUDIT-IMAGE TO AUD-AFTER-IMAGE IN WS-AUDIT
           CALL 'AUDPGM1' USING DFHEIBLK DFHCOMMAREA WS-AUDIT.

      *    THE SAME FUZZY MATCH LGDB2SCL SWEEPS WITH: SURNAME
      *    ANYWHERE IN THE LISTED NAME, DATE OF BIRTH EQUAL OR NOT
      *    HELD ON THE LIST ENTRY - OR THE SAME IDENTITY TYPE,
      *    COUNTRY AND NUMBER ON THE LIST ENTRY. A CUSTOMER WITH NO
      *    IDENTITY SCREENS ON BLANKS, WHICH NO ENTRY CARRYING A
      *    NUMBER CAN MATCH. A HIT ALREADY ON THE WORKLIST (-803) IS
      *    NOT RAISED TWICE.
       SCREEN-NEW-CUSTOMER.
           PERFORM BUILD-NAME-PATTERN
           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD
             DECLARE CSCR CURSOR FOR
               SELECT ENTRYID
               FROM GENASA1.SANCTIONLIST
               WHERE (FULLNAME LIKE :WS-NAME-PATTERN
                 AND  (DATEOFBIRTH IS NULL OR
                       DATEOFBIRTH = :FSP-DOB))
                  OR (IDNUMBER > ' '
                 AND  IDNUMBER = :WS-SCR-ID-NUMBER
                 AND  IDTYPE = :WS-SCR-ID-TYPE
                 AND  IDCOUNTRY = :WS-SCR-ID-COUNTRY)
           END-EXEC
           EXEC SQL OPEN CSCR END-EXEC
           IF SQLCODE NOT = 0 THEN
