      *    WHAT THE DESK USED TO COLLECT FROM FOUR SCREENS: THE
      *    CUSTOMER ROW, EVERY POLICY WITH ITS TYPE AND NCD LEVEL,
      *    THE OPEN CLAIMS WITH PAID AGAINST VALUE, THE OPEN
      *    INVOICES WITH DUE DATES, THE ACCOUNT BALANCE FROM THE
      *    CUSTLEDGER TABLE AND THE LATEST DOCUMENTS ON THE
      *    DOCARCHIVE INDEX, SENT AND RECEIVED TOGETHER, NEWEST
      *    FIRST, AND THE LATEST CONTACT-HISTORY NOTES FROM
      *    CUSTCONTACT WITH ANY CALLBACK PROMISED - ALL READ IN ONE
      *    UNIT OF WORK SO THE SNAPSHOT IS CONSISTENT. A CUSTOMER
      *    UNDER NAME AND ADDRESS
      *    PROTECTION HAS THE ADDRESS MASKED UNLESS ADRPGM1 SAYS
      *    THE OPERATOR HOLDS THE ADRPROT AUTHORITY. EVERY
      *    CUSTOMER SHOWN IS RECORDED ON ACCESSLOG THROUGH ALGPGM1.
      *    CALLABLE FROM
      *    THE ROUTERS AND THROUGH MQPGM1. RETURN CODES: 0 OK, 4 INVALID
      *    REQUEST, 8 SQL ERROR, 12 CUSTOMER NOT ON FILE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           03 DB2-AMOUNT-INT           PIC S9(9) COMP.
           03 DB2-BALANCE-INT          PIC S9(11) COMP.
           03 DB2-BALANCE-IND          PIC S9(4) COMP.
           03 DB2-DOCID-INT            PIC S9(9) COMP.

       01  WS-FIRSTNAME                PIC X(10).
       01  WS-LASTNAME                 PIC X(20).
       01  WS-POSTCODE                 PIC X(8).
       01  WS-PHONEMOBILE              PIC X(20).
       01  WS-EMAIL                    PIC X(100).
       01  WS-ADDRPROTECT              PIC X(1).

      * Protected-address authority check through ADRPGM1
       01  WS-ADR.
           COPY ADRCPY1.

      * Personal-data access log through ALGPGM1
       01  WS-ALG.
           COPY ALGCPY1.

       01  WS-POLICYTYPE               PIC X(1).
       01  WS-EXPIRYDATE               PIC X(10).
       01  WS-CLAIMDATE                PIC X(10).
       01  WS-DUEDATE                  PIC X(10).
       01  WS-GENDATE                  PIC X(10).
       01  WS-DIRECTION                PIC X(1).
       01  WS-DOCTYPE                  PIC X(3).
       01  WS-CONTACTTS                PIC X(26).
       01  WS-CHANNEL                  PIC X(1).
       01  WS-CON-OPERATOR             PIC X(8).
       01  WS-REASONCODE               PIC X(4).
       01  WS-FOLLOWUPDATE             PIC X(10).
       01  WS-FOLLOWUPDONE             PIC X(1).
       01  WS-NOTETEXT                 PIC X(100).

       01  WS-POL-COUNT                PIC S9(4) COMP VALUE 0.
       01  WS-CLM-COUNT                PIC S9(4) COMP VALUE 0.
       01  WS-INV-COUNT                PIC S9(4) COMP VALUE 0.
       01  WS-DOC-COUNT                PIC S9(4) COMP VALUE 0.
       01  WS-CON-COUNT                PIC S9(4) COMP VALUE 0.

           EXEC SQL INCLUDE SQLCA      END-EXEC.

               ORDER BY DUEDATE, INVOICENUMBER
           END-EXEC.

      *    WHAT WE SENT AND WHAT THE CUSTOMER SENT US IN ONE LIST,
      *    SO "DID YOU GET MY FORM" IS ANSWERED ON THE SAME SCREEN.
           EXEC SQL
             DECLARE CDOC CURSOR FOR
               SELECT DOCID, GENDATE, COALESCE(DIRECTION, 'O'),
                      DOCTYPE, COALESCE(POLICYNUMBER, 0),
                      COALESCE(CLAIMNUMBER, 0)
               FROM GENASA1.DOCARCHIVE
               WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUMBER-INT
               ORDER BY GENDATE DESC, DOCID DESC
           END-EXEC.

      *    THE CONVERSATIONS ADDIPGMC HAS NOTED, NEWEST FIRST, SO
      *    THE NEXT AGENT SEES WHAT WAS PROMISED LAST TIME.
           EXEC SQL
             DECLARE CCON CURSOR FOR
               SELECT CHAR(CONTACTTS), CHANNEL, OPERATOR,
                      REASONCODE,
                      SUBSTR(COALESCE(NOTETEXT, ' '), 1, 100),
                      COALESCE(CHAR(FOLLOWUPDATE, ISO), ' '),
                      COALESCE(FOLLOWUPDONE, ' ')
               FROM GENASA1.CUSTCONTACT
               WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUMBER-INT
               ORDER BY CONTACTTS DESC
           END-EXEC.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.
           EXEC SQL
              SELECT FIRSTNAME, LASTNAME, DATEOFBIRTH, HOUSENAME,
                     HOUSENUMBER, POSTCODE, PHONEMOBILE,
                     EMAILADDRESS, COALESCE(ADDRPROTECT, 'N')
              INTO   :WS-FIRSTNAME, :WS-LASTNAME, :WS-DOB,
                     :WS-HOUSENAME, :WS-HOUSENUM, :WS-POSTCODE,
                     :WS-PHONEMOBILE, :WS-EMAIL, :WS-ADDRPROTECT
              FROM   CUSTOMER
              WHERE  CUSTOMERNUMBER = :DB2-CUSTOMERNUMBER-INT
           END-EXEC
           MOVE WS-POSTCODE TO FSP-C36-POSTCODE IN MY-C360
           MOVE WS-PHONEMOBILE TO FSP-C36-PHONE-MOBILE IN MY-C360
           MOVE WS-EMAIL TO FSP-C36-EMAIL IN MY-C360
           MOVE WS-ADDRPROTECT TO FSP-C36-ADDR-PROTECTED IN MY-C360
           IF WS-ADDRPROTECT = 'Y' THEN
              PERFORM MASK-PROTECTED-ADDRESS
           END-IF
           PERFORM LOG-PERSONAL-DATA-ACCESS

           MOVE 0 TO FSP-RETURN-CODE IN MY-C360
           PERFORM LOAD-POLICIES
           PERFORM LOAD-OPEN-CLAIMS
           PERFORM LOAD-OPEN-INVOICES
           PERFORM LOAD-ACCOUNT-BALANCE
           PERFORM LOAD-DOCUMENTS
           PERFORM LOAD-CONTACTS

           GOBACK.

      *    ADRPGM1 WITH CUSTOMER ZERO ANSWERS FOR THE OPERATOR ONLY.
      *    ANY ANSWER OTHER THAN AN EXPLICIT 'Y' MASKS.
       MASK-PROTECTED-ADDRESS.
           MOVE 'ADRINQ' TO FSP-REQUEST-ID IN WS-ADR
           MOVE 0 TO FSP-ADR-CUSTOMER-NUM IN WS-ADR
           MOVE SPACES TO FSP-ADR-OPERATOR IN WS-ADR
           MOVE 'N' TO FSP-ADR-MAY-SEE IN WS-ADR
           CALL 'ADRPGM1' USING DFHEIBLK DFHCOMMAREA WS-ADR
           IF FSP-ADR-MAY-SEE IN WS-ADR NOT = 'Y' THEN
              MOVE ALL '*' TO FSP-C36-HOUSE-NAME IN MY-C360
              MOVE ALL '*' TO FSP-C36-HOUSE-NUM IN MY-C360
              MOVE ALL '*' TO FSP-C36-POSTCODE IN MY-C360
           END-IF.

      *    THE LOG RC IS NOT TESTED - A DOWN LOG NEVER STOPS THE
      *    INQUIRY.
       LOG-PERSONAL-DATA-ACCESS.
           MOVE 'C360PGM1' TO ALG-PROGRAM IN WS-ALG
           MOVE FSP-REQUEST-ID IN MY-C360 TO ALG-REQUEST-ID IN WS-ALG
           MOVE FSP-CUSTOMER-NUM IN MY-C360 TO
                ALG-CUSTOMER-NUM IN WS-ALG
           MOVE SPACES TO ALG-CPR IN WS-ALG
           MOVE SPACES TO ALG-OPERATOR IN WS-ALG
           CALL 'ALGPGM1' USING DFHEIBLK DFHCOMMAREA WS-ALG.

      *----------------------------------------------------------------*
       LOAD-POLICIES.
           MOVE 0 TO WS-POL-COUNT
              MOVE 8 TO FSP-RETURN-CODE IN MY-C360
           END-IF.

       LOAD-DOCUMENTS.
           MOVE 0 TO WS-DOC-COUNT
           EXEC SQL OPEN CDOC END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-C360
              GOBACK
           END-IF
           PERFORM FETCH-CDOC
           PERFORM UNTIL SQLCODE NOT = 0 OR WS-DOC-COUNT >= 20
              ADD 1 TO WS-DOC-COUNT
              MOVE DB2-DOCID-INT TO
                   FSP-C36-DOC-ID IN MY-C360(WS-DOC-COUNT)
              MOVE WS-GENDATE TO
                   FSP-C36-DOC-DATE IN MY-C360(WS-DOC-COUNT)
              MOVE WS-DIRECTION TO
                   FSP-C36-DOC-DIR IN MY-C360(WS-DOC-COUNT)
              MOVE WS-DOCTYPE TO
                   FSP-C36-DOC-TYPE IN MY-C360(WS-DOC-COUNT)
              MOVE DB2-POLICYNUMBER-INT TO
                   FSP-C36-DOC-POLICY IN MY-C360(WS-DOC-COUNT)
              MOVE DB2-CLAIMNUMBER-INT TO
                   FSP-C36-DOC-CLAIM IN MY-C360(WS-DOC-COUNT)
              PERFORM FETCH-CDOC
           END-PERFORM
           EXEC SQL CLOSE CDOC END-EXEC
           MOVE WS-DOC-COUNT TO FSP-C36-DOC-COUNT IN MY-C360.

       FETCH-CDOC.
           EXEC SQL
              FETCH CDOC
              INTO :DB2-DOCID-INT, :WS-GENDATE, :WS-DIRECTION,
                   :WS-DOCTYPE, :DB2-POLICYNUMBER-INT,
                   :DB2-CLAIMNUMBER-INT
           END-EXEC
           IF SQLCODE < 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-C360
           END-IF.

       LOAD-CONTACTS.
           MOVE 0 TO WS-CON-COUNT
           EXEC SQL OPEN CCON END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-C360
              GOBACK
           END-IF
           PERFORM FETCH-CCON
           PERFORM UNTIL SQLCODE NOT = 0 OR WS-CON-COUNT >= 10
              ADD 1 TO WS-CON-COUNT
              MOVE WS-CONTACTTS TO
                   FSP-C36-CON-TS IN MY-C360(WS-CON-COUNT)
              MOVE WS-CHANNEL TO
                   FSP-C36-CON-CHANNEL IN MY-C360(WS-CON-COUNT)
              MOVE WS-CON-OPERATOR TO
                   FSP-C36-CON-OPERATOR IN MY-C360(WS-CON-COUNT)
              MOVE WS-REASONCODE TO
                   FSP-C36-CON-REASON IN MY-C360(WS-CON-COUNT)
              MOVE WS-FOLLOWUPDATE TO
                   FSP-C36-CON-FOLLOWUP IN MY-C360(WS-CON-COUNT)
              MOVE WS-FOLLOWUPDONE TO
                   FSP-C36-CON-DONE IN MY-C360(WS-CON-COUNT)
              MOVE WS-NOTETEXT TO
                   FSP-C36-CON-TEXT IN MY-C360(WS-CON-COUNT)
              PERFORM FETCH-CCON
           END-PERFORM
           EXEC SQL CLOSE CCON END-EXEC
           MOVE WS-CON-COUNT TO FSP-C36-CON-COUNT IN MY-C360.

       FETCH-CCON.
           EXEC SQL
              FETCH CCON
              INTO :WS-CONTACTTS, :WS-CHANNEL, :WS-CON-OPERATOR,
                   :WS-REASONCODE, :WS-NOTETEXT,
                   :WS-FOLLOWUPDATE, :WS-FOLLOWUPDONE
           END-EXEC
           IF SQLCODE < 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-C360
           END-IF.

      *    THE CUSTLEDGER BALANCE LGDB2LED MAINTAINS - POSITIVE
      *    MEANS THE CUSTOMER OWES US.
       LOAD-ACCOUNT-BALANCE.
