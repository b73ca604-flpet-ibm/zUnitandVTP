      ***
      *
      *    (C) 2019 IBM FLEMMING PETERSEN
      *    A PROFESSION-GROUP CODE MUST BE ON THE PGMAST MASTER AND
      *    INSIDE ITS VALIDITY DATES (CICS FILE READ) OR THE UPDATE IS
      *    REJECTED RC 6 AND THE ROW LEFT UNCHANGED - BLANK MEANS
      *    NO GROUP HELD. FOR A CUSTOMER UNDER NAME AND ADDRESS
      *    PROTECTION AN OPERATOR WITHOUT THE ADRPROT AUTHORITY HAS
      *    ONLY EVER SEEN THE ADDRESS MASKED, SO THE STORED HOUSE
      *    NAME, NUMBER AND POSTCODE ARE KEPT AND THE REST OF THE
      *    UPDATE APPLIED. THE PREFERRED LANGUAGE IS 'D' DANISH OR
      *    'E' ENGLISH - BLANK KEEPS THE LANGUAGE ON FILE, ANYTHING
      *    ELSE IS REJECTED RC 10 AND THE ROW LEFT UNCHANGED.
      *    THE IDENTITY ('C' CPR, 'P' PASSPORT, 'N' FOREIGN NATIONAL
      *    ID, WITH ISSUING COUNTRY AND NUMBER) IS CHECKED BY IDCHECK
      *    UNDER THE RULES OF ITS TYPE AND REJECTED RC 14, ROW LEFT
      *    UNCHANGED, WHEN IT FAILS; BLANK TYPE KEEPS THE IDENTITY ON
      *    FILE. A CPR GOES TO CPRNUMBER, A FOREIGN NUMBER TO IDNUMBER
      *    WITH CPRNUMBER CLEARED, SO A CUSTOMER MOVING FROM PASSPORT
      *    TO CPR (OR BACK) CARRIES ONLY THE IDENTITY NOW HELD.
      *    WHILE A BATCH MAINTENANCE WINDOW IS OPEN (SVCPGM1) THE
      *    UPDATE IS REFUSED RC 96 WITH THE HH:MM IT CLOSES IN
      *    FSP-MAINT-UNTIL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
           03 WS-AUD-POSTCODE          PIC X(8).
           03 WS-AUD-PHONE-MOBILE      PIC X(20).
           03 WS-AUD-PHONE-HOME        PIC X(20).
           03 WS-AUD-EMAIL             PIC X(73).
           03 WS-AUD-PROF-GROUP        PIC X(1).
           03 WS-AUD-PREF-LANG         PIC X(1).
           03 WS-AUD-ID-TYPE           PIC X(1).
           03 WS-AUD-ID-COUNTRY        PIC X(2).
           03 WS-AUD-ID-NUMBER         PIC X(20).

      * Pre-update row, fetched for the before image
       01  WS-OLD-ROW.
           03 WS-OLD-POSTCODE          PIC X(8).
           03 WS-OLD-PHONE-MOBILE      PIC X(20).
           03 WS-OLD-PHONE-HOME        PIC X(20).
           03 WS-OLD-EMAIL             PIC X(73).
           03 WS-OLD-PROF-GROUP        PIC X(1).
           03 WS-OLD-PREF-LANG         PIC X(1).
           03 WS-OLD-ID-TYPE           PIC X(1).
           03 WS-OLD-ID-COUNTRY        PIC X(2).
           03 WS-OLD-ID-NUMBER         PIC X(20).

       01  WS-OLD-CPRNUMBER            PIC X(10).

      *    IDENTITY AS IT WILL BE STORED
       01  WS-NEW-CPRNUMBER            PIC X(10).
       01  WS-NEW-ID-NUMBER            PIC X(20).
       01  WS-ID-RC                    PIC X(1).

       01  WS-POSTCODE-COUNT           PIC S9(9) COMP.
       01  WS-OLD-ADDRPROTECT          PIC X(1).

      * Protected-address authority check through ADRPGM1
       01  WS-ADR.
           COPY ADRCPY1.

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
       01  WS-TODAY-NUM                PIC 9(8).

           EXEC SQL INCLUDE SQLCA      END-EXEC.

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

            MOVE FSP-CUSTOMER-NUM IN MY-CUST TO
                 DB2-CUSTOMERNUMBER-INT

           PERFORM CHECK-PROF-GROUP.
           IF NOT WS-PG-VALID THEN
              MOVE 6 TO FSP-RETURN-CODE IN MY-CUST
              GOBACK
           END-IF.

           IF FSP-PREF-LANG IN MY-CUST NOT = SPACE AND
              FSP-PREF-LANG IN MY-CUST NOT = 'D' AND
              FSP-PREF-LANG IN MY-CUST NOT = 'E' THEN
              MOVE 10 TO FSP-RETURN-CODE IN MY-CUST
              GOBACK
           END-IF.

           MOVE '0' TO WS-ID-RC.
           IF FSP-ID-TYPE IN MY-CUST NOT = SPACE THEN
              IF FSP-ID-TYPE IN MY-CUST = 'C' AND
                 FSP-ID-COUNTRY IN MY-CUST = SPACES THEN
                 MOVE 'DK' TO FSP-ID-COUNTRY IN MY-CUST
              END-IF
              CALL 'IDCHECK' USING FSP-ID-TYPE IN MY-CUST
                                   FSP-ID-COUNTRY IN MY-CUST
                                   FSP-ID-NUMBER IN MY-CUST
                                   WS-ID-RC
           END-IF.
           IF WS-ID-RC NOT = '0' THEN
              MOVE 14 TO FSP-RETURN-CODE IN MY-CUST
              GOBACK
           END-IF.

      *    THE PRE-UPDATE ROW IS FETCHED FIRST SO THE AUDIT TRAIL
      *    CAN CARRY A TRUE BEFORE IMAGE.
            MOVE SPACES TO WS-OLD-ROW
            MOVE SPACES TO WS-OLD-CPRNUMBER
            EXEC SQL
               SELECT FIRSTNAME, LASTNAME, HOUSENAME, HOUSENUMBER,
                      POSTCODE, PHONEMOBILE, PHONEHOME, EMAILADDRESS,
                      COALESCE(PROFGROUP, ' '),
                      COALESCE(PREFLANG, 'D'),
                      COALESCE(ADDRPROTECT, 'N'),
                      COALESCE(IDTYPE, ' '),
                      COALESCE(IDCOUNTRY, ' '),
                      COALESCE(IDNUMBER, ' '),
                      COALESCE(CPRNUMBER, ' ')
               INTO  :WS-OLD-FIRST-NAME, :WS-OLD-LAST-NAME,
                     :WS-OLD-HOUSE-NAME, :WS-OLD-HOUSE-NUM,
                     :WS-OLD-POSTCODE, :WS-OLD-PHONE-MOBILE,
                     :WS-OLD-PHONE-HOME, :WS-OLD-EMAIL,
                     :WS-OLD-PROF-GROUP, :WS-OLD-PREF-LANG,
                     :WS-OLD-ADDRPROTECT, :WS-OLD-ID-TYPE,
                     :WS-OLD-ID-COUNTRY, :WS-OLD-ID-NUMBER,
                     :WS-OLD-CPRNUMBER
               FROM  CUSTOMER
               WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUMBER-INT
            END-EXEC

            IF SQLCODE = 0 AND WS-OLD-ADDRPROTECT = 'Y' THEN
               PERFORM KEEP-PROTECTED-ADDRESS
            END-IF

            IF SQLCODE = 0 AND FSP-PREF-LANG IN MY-CUST = SPACE THEN
               MOVE WS-OLD-PREF-LANG TO FSP-PREF-LANG IN MY-CUST
            END-IF

            PERFORM SET-OLD-IDENTITY
            IF FSP-ID-TYPE IN MY-CUST = SPACE THEN
               MOVE WS-OLD-ID-TYPE TO FSP-ID-TYPE IN MY-CUST
               MOVE WS-OLD-ID-COUNTRY TO FSP-ID-COUNTRY IN MY-CUST
               MOVE WS-OLD-ID-NUMBER TO FSP-ID-NUMBER IN MY-CUST
            END-IF
            MOVE SPACES TO WS-NEW-CPRNUMBER WS-NEW-ID-NUMBER
            IF FSP-ID-TYPE IN MY-CUST = 'C' THEN
               MOVE FSP-ID-NUMBER IN MY-CUST(1:10) TO WS-NEW-CPRNUMBER
            ELSE
               MOVE FSP-ID-NUMBER IN MY-CUST TO WS-NEW-ID-NUMBER
            END-IF

            EXEC SQL
               UPDATE CUSTOMER
               SET    FIRSTNAME    = :FSP-FIRST-NAME,
                      POSTCODE     = :FSP-POSTCODE,
                      PHONEMOBILE  = :FSP-PHONE-MOBILE,
                      PHONEHOME    = :FSP-PHONE-HOME,
                      EMAILADDRESS = :FSP-EMAIL-ADDRESS,
                      PROFGROUP    = :FSP-PROF-GROUP,
                      PREFLANG     = :FSP-PREF-LANG,
                      CPRNUMBER    = :WS-NEW-CPRNUMBER,
                      IDTYPE       = :FSP-ID-TYPE,
                      IDCOUNTRY    = :FSP-ID-COUNTRY,
                      IDNUMBER     = :WS-NEW-ID-NUMBER
               WHERE  CUSTOMERNUMBER = :DB2-CUSTOMERNUMBER-INT
            END-EXEC.


           GOBACK.

      *    ADRPGM1 WITH CUSTOMER ZERO ANSWERS FOR THE OPERATOR ONLY.
       KEEP-PROTECTED-ADDRESS.
           MOVE 'ADRINQ' TO FSP-REQUEST-ID IN WS-ADR
           MOVE 0 TO FSP-ADR-CUSTOMER-NUM IN WS-ADR
           MOVE SPACES TO FSP-ADR-OPERATOR IN WS-ADR
           MOVE 'N' TO FSP-ADR-MAY-SEE IN WS-ADR
           CALL 'ADRPGM1' USING DFHEIBLK DFHCOMMAREA WS-ADR
           IF FSP-ADR-MAY-SEE IN WS-ADR NOT = 'Y' THEN
              MOVE WS-OLD-HOUSE-NAME TO FSP-HOUSE-NAME IN MY-CUST
              MOVE WS-OLD-HOUSE-NUM TO FSP-HOUSE-NUM IN MY-CUST
              MOVE WS-OLD-POSTCODE TO FSP-POSTCODE IN MY-CUST
           END-IF.

      *    THE IDENTITY ON FILE IN THE SHAPE THE CALLER SENDS IT - A
      *    ROW FROM BEFORE THE IDENTITY TYPE WAS HELD THAT HAS A CPR
      *    IS A CPR HOLDER.
       SET-OLD-IDENTITY.
           IF WS-OLD-ID-TYPE = SPACE OR WS-OLD-ID-TYPE = 'C' THEN
              IF WS-OLD-CPRNUMBER NOT = SPACES THEN
                 MOVE 'C' TO WS-OLD-ID-TYPE
                 MOVE 'DK' TO WS-OLD-ID-COUNTRY
                 MOVE WS-OLD-CPRNUMBER TO WS-OLD-ID-NUMBER
              ELSE
                 MOVE SPACES TO WS-OLD-ID-TYPE WS-OLD-ID-COUNTRY
                                WS-OLD-ID-NUMBER
              END-IF
           END-IF.

       WRITE-AUDIT-TRAIL.
           MOVE 'ADDIPGMS' TO AUD-PROGRAM IN WS-AUDIT
           MOVE FSP-REQUEST-ID IN MY-CUST TO
           MOVE FSP-PHONE-MOBILE IN MY-CUST TO WS-AUD-PHONE-MOBILE
           MOVE FSP-PHONE-HOME IN MY-CUST TO WS-AUD-PHONE-HOME
           MOVE FSP-EMAIL-ADDRESS IN MY-CUST TO WS-AUD-EMAIL
           MOVE FSP-PROF-GROUP IN MY-CUST TO WS-AUD-PROF-GROUP
           MOVE FSP-PREF-LANG IN MY-CUST TO WS-AUD-PREF-LANG
           MOVE FSP-ID-TYPE IN MY-CUST TO WS-AUD-ID-TYPE
           MOVE FSP-ID-COUNTRY IN MY-CUST TO WS-AUD-ID-COUNTRY
           MOVE FSP-ID-NUMBER IN MY-CUST TO WS-AUD-ID-NUMBER
           MOVE WS-AUDIT-IMAGE TO AUD-AFTER-IMAGE IN WS-AUDIT
           CALL 'AUDPGM1' USING DFHEIBLK DFHCOMMAREA WS-AUDIT.

              MOVE 2 TO FSP-RETURN-CODE IN MY-CUST
           END-IF.

      *    THE SAME TEST FILLER01 APPLIES TO ITS INCOMING CODES - ON
      *    THE MASTER AND INSIDE ITS VALIDITY DATES. THE MASTER IS
      *    READ THROUGH THE FILE CONTROL TABLE; ONE CICS CANNOT
      *    SERVE LETS THE CODE THROUGH UNVALIDATED RATHER THAN STOP
      *    CUSTOMER MAINTENANCE.
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

       LOG-SQL-ERROR.
           MOVE 'ADDIPGMS' TO ERR-PROGRAM
           MOVE SPACES TO ERR-PARAGRAPH
