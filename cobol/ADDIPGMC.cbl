       ID DIVISION.
       PROGRAM-ID. ADDIPGMC.
      ***
      *
      *    (C) 2026 IBM FLEMMING PETERSEN
      *    CUSTOMER CONTACT HISTORY. EVERY CONVERSATION THE DESK
      *    HAS WITH A CUSTOMER - PHONE, EMAIL, LETTER, WEB, BRANCH
      *    OR CHAT - IS NOTED ON CUSTCONTACT WITH THE OPERATOR, A
      *    REASON CODE, FREE TEXT AND, WHEN A CALLBACK WAS
      *    PROMISED, THE DATE IT IS DUE. CUSCTA ADDS A NOTE AND
      *    RETURNS ITS TIMESTAMP, WHICH IS ALSO ITS KEY; CUSCTL
      *    RETURNS THE 50 NEWEST NOTES IN THE FSP-CUSTOMER-CONTACT
      *    AREA; CUSCTC MARKS THE CALLBACK ON ONE NOTE DONE. THE
      *    OPERATOR IS ALWAYS THE SIGNED-ON USER. THE
      *    DUE CALLBACKS ARE LISTED EACH MORNING BY LGDB2CFU AND
      *    THE LATEST NOTES ARE SHOWN ON THE CUS360 VIEW. A LIST
      *    IS RECORDED ON ACCESSLOG THROUGH ALGPGM1.
      *    RETURN CODES:
      *    0 OK, 4 INVALID REQUEST / CHANNEL / REASON / TEXT /
      *    FOLLOW-UP DATE, 8 SQL ERROR, 12 CUSTOMER OR NOTE NOT
      *    FOUND.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Host variables for input to DB2 integer types

       01  DB2-IN-INTEGERS.
           03 DB2-CUSTOMERNUMBER-INT   PIC S9(9) COMP.

       01  WS-OPERATOR                 PIC X(8).
       01  WS-CUST-COUNT               PIC S9(9) COMP.
       01  WS-FOLLOWUP-OK              PIC X(1).
       01  WS-CONTACT-TS               PIC X(26).

       01  WS-FETCH-TS                 PIC X(26).
       01  WS-FETCH-CHANNEL            PIC X(1).
       01  WS-FETCH-OPERATOR           PIC X(8).
       01  WS-FETCH-REASON             PIC X(4).
       01  WS-FETCH-FOLLOWUP           PIC X(10).
       01  WS-FETCH-DONE               PIC X(1).
       01  WS-FETCH-TEXT               PIC X(250).
       01  WS-CON-COUNT                PIC S9(4) COMP VALUE 0.

      * Personal-data access log through ALGPGM1
       01  WS-ALG.
           COPY ALGCPY1.

           EXEC SQL INCLUDE SQLCA      END-EXEC.

      *    NEWEST FIRST, SO THE LAST CONVERSATION IS AT THE TOP.
           EXEC SQL
             DECLARE CCON CURSOR FOR
               SELECT CHAR(CONTACTTS), CHANNEL, OPERATOR,
                      REASONCODE, COALESCE(NOTETEXT, ' '),
                      COALESCE(CHAR(FOLLOWUPDATE, ISO), ' '),
                      COALESCE(FOLLOWUPDONE, ' ')
               FROM GENASA1.CUSTCONTACT
               WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUMBER-INT
               ORDER BY CONTACTTS DESC
           END-EXEC.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.

       LINKAGE SECTION.
       01  MY-CUST.
           COPY ADDICPY2 REPLACING ==:DELIM:== BY ==FSP-==.

       PROCEDURE DIVISION USING MY-CUST.
      *
       MAIN SECTION.
       MAIN1.

           MOVE FSP-CUSTOMER-NUM IN MY-CUST TO DB2-CUSTOMERNUMBER-INT
           MOVE 0 TO FSP-RETURN-CODE IN MY-CUST

           EVALUATE FSP-REQUEST-ID IN MY-CUST
               WHEN 'CUSCTA'
                  PERFORM ADD-CONTACT
               WHEN 'CUSCTL'
                  PERFORM LIST-CONTACTS
               WHEN 'CUSCTC'
                  PERFORM COMPLETE-FOLLOWUP
               WHEN OTHER
                  MOVE 4 TO FSP-RETURN-CODE IN MY-CUST
           END-EVALUATE.

           GOBACK.

      *----------------------------------------------------------------*
       ADD-CONTACT.
           IF FSP-CON-CHANNEL IN MY-CUST NOT = 'P' AND
              FSP-CON-CHANNEL IN MY-CUST NOT = 'E' AND
              FSP-CON-CHANNEL IN MY-CUST NOT = 'L' AND
              FSP-CON-CHANNEL IN MY-CUST NOT = 'W' AND
              FSP-CON-CHANNEL IN MY-CUST NOT = 'B' AND
              FSP-CON-CHANNEL IN MY-CUST NOT = 'C' THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-CUST
              GOBACK
           END-IF
           IF FSP-CON-REASON IN MY-CUST = SPACES OR
              FSP-CON-TEXT IN MY-CUST = SPACES THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-CUST
              GOBACK
           END-IF

           EXEC CICS ASSIGN USERID(WS-OPERATOR) NOHANDLE END-EXEC
           MOVE WS-OPERATOR TO FSP-CON-OPERATOR IN MY-CUST

           PERFORM CHECK-CUSTOMER
           IF FSP-CON-FOLLOWUP IN MY-CUST NOT = SPACES THEN
              PERFORM CHECK-FOLLOWUP-DATE
           END-IF

           EXEC SQL
              SET :WS-CONTACT-TS = CHAR(CURRENT TIMESTAMP)
           END-EXEC

           IF FSP-CON-FOLLOWUP IN MY-CUST = SPACES THEN
              EXEC SQL
                 INSERT INTO GENASA1.CUSTCONTACT
                        ( CUSTOMERNUMBER, CONTACTTS, CHANNEL,
                          OPERATOR, REASONCODE, NOTETEXT,
                          FOLLOWUPDATE, FOLLOWUPDONE )
                 VALUES ( :DB2-CUSTOMERNUMBER-INT,
                          TIMESTAMP(:WS-CONTACT-TS),
                          :FSP-CON-CHANNEL,
                          :WS-OPERATOR,
                          :FSP-CON-REASON,
                          :FSP-CON-TEXT,
                          NULL, NULL )
              END-EXEC
           ELSE
              EXEC SQL
                 INSERT INTO GENASA1.CUSTCONTACT
                        ( CUSTOMERNUMBER, CONTACTTS, CHANNEL,
                          OPERATOR, REASONCODE, NOTETEXT,
                          FOLLOWUPDATE, FOLLOWUPDONE )
                 VALUES ( :DB2-CUSTOMERNUMBER-INT,
                          TIMESTAMP(:WS-CONTACT-TS),
                          :FSP-CON-CHANNEL,
                          :WS-OPERATOR,
                          :FSP-CON-REASON,
                          :FSP-CON-TEXT,
                          DATE(:FSP-CON-FOLLOWUP), 'N' )
              END-EXEC
           END-IF

           IF SQLCODE = 0 THEN
              MOVE WS-CONTACT-TS TO FSP-CON-TS IN MY-CUST
           ELSE
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-CUST
           END-IF.

       CHECK-CUSTOMER.
           EXEC SQL
              SELECT COUNT(*)
              INTO   :WS-CUST-COUNT
              FROM   CUSTOMER
              WHERE  CUSTOMERNUMBER = :DB2-CUSTOMERNUMBER-INT
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-CUST
              GOBACK
           END-IF
           IF WS-CUST-COUNT = 0 THEN
              MOVE 12 TO FSP-RETURN-CODE IN MY-CUST
              GOBACK
           END-IF.

      *    A CALLBACK CANNOT BE PROMISED FOR A DAY ALREADY GONE. A
      *    DATE DB2 CANNOT READ (-180 / -181) IS INVALID INPUT.
       CHECK-FOLLOWUP-DATE.
           EXEC SQL
              SET :WS-FOLLOWUP-OK =
                  CASE WHEN DATE(:FSP-CON-FOLLOWUP) >= CURRENT DATE
                       THEN 'Y' ELSE 'N' END
           END-EXEC
           IF SQLCODE = -180 OR SQLCODE = -181 THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-CUST
              GOBACK
           END-IF
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-CUST
              GOBACK
           END-IF
           IF WS-FOLLOWUP-OK NOT = 'Y' THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-CUST
              GOBACK
           END-IF.

      *----------------------------------------------------------------*
       LIST-CONTACTS.
           PERFORM CHECK-CUSTOMER
           MOVE 0 TO WS-CON-COUNT
           EXEC SQL OPEN CCON END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-CUST
              GOBACK
           END-IF
           PERFORM FETCH-CCON
           PERFORM UNTIL SQLCODE NOT = 0 OR WS-CON-COUNT >= 50
              ADD 1 TO WS-CON-COUNT
              MOVE WS-FETCH-TS TO
                   FSP-CON-E-TS IN MY-CUST(WS-CON-COUNT)
              MOVE WS-FETCH-CHANNEL TO
                   FSP-CON-E-CHANNEL IN MY-CUST(WS-CON-COUNT)
              MOVE WS-FETCH-OPERATOR TO
                   FSP-CON-E-OPERATOR IN MY-CUST(WS-CON-COUNT)
              MOVE WS-FETCH-REASON TO
                   FSP-CON-E-REASON IN MY-CUST(WS-CON-COUNT)
              MOVE WS-FETCH-FOLLOWUP TO
                   FSP-CON-E-FOLLOWUP IN MY-CUST(WS-CON-COUNT)
              MOVE WS-FETCH-DONE TO
                   FSP-CON-E-DONE IN MY-CUST(WS-CON-COUNT)
              MOVE WS-FETCH-TEXT TO
                   FSP-CON-E-TEXT IN MY-CUST(WS-CON-COUNT)
              PERFORM FETCH-CCON
           END-PERFORM
           EXEC SQL CLOSE CCON END-EXEC
           MOVE WS-CON-COUNT TO FSP-CON-COUNT IN MY-CUST
           PERFORM LOG-PERSONAL-DATA-ACCESS.

       FETCH-CCON.
           EXEC SQL
              FETCH CCON
              INTO :WS-FETCH-TS, :WS-FETCH-CHANNEL,
                   :WS-FETCH-OPERATOR, :WS-FETCH-REASON,
                   :WS-FETCH-TEXT, :WS-FETCH-FOLLOWUP,
                   :WS-FETCH-DONE
           END-EXEC
           IF SQLCODE < 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-CUST
           END-IF.

      *----------------------------------------------------------------*
      *    ONLY A NOTE THAT CARRIES A CALLBACK CAN HAVE IT DONE.
       COMPLETE-FOLLOWUP.
           IF FSP-CON-TS IN MY-CUST = SPACES THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-CUST
              GOBACK
           END-IF
           EXEC SQL
              UPDATE GENASA1.CUSTCONTACT
              SET    FOLLOWUPDONE = 'Y'
              WHERE  CUSTOMERNUMBER = :DB2-CUSTOMERNUMBER-INT
                AND  CONTACTTS = TIMESTAMP(:FSP-CON-TS)
                AND  FOLLOWUPDATE IS NOT NULL
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                  MOVE 0 TO FSP-RETURN-CODE IN MY-CUST
               WHEN SQLCODE = 100
                  MOVE 12 TO FSP-RETURN-CODE IN MY-CUST
               WHEN SQLCODE = -180 OR SQLCODE = -181
                  MOVE 4 TO FSP-RETURN-CODE IN MY-CUST
               WHEN OTHER
                  PERFORM LOG-SQL-ERROR
                  MOVE 8 TO FSP-RETURN-CODE IN MY-CUST
           END-EVALUATE.

      *    THE LOG RC IS NOT TESTED - A DOWN LOG NEVER STOPS THE
      *    INQUIRY.
       LOG-PERSONAL-DATA-ACCESS.
           MOVE 'ADDIPGMC' TO ALG-PROGRAM IN WS-ALG
           MOVE FSP-REQUEST-ID IN MY-CUST TO ALG-REQUEST-ID IN WS-ALG
           MOVE DB2-CUSTOMERNUMBER-INT TO ALG-CUSTOMER-NUM IN WS-ALG
           MOVE SPACES TO ALG-CPR IN WS-ALG
           MOVE SPACES TO ALG-OPERATOR IN WS-ALG
           CALL 'ALGPGM1' USING DFHEIBLK DFHCOMMAREA WS-ALG.

       LOG-SQL-ERROR.
           MOVE 'ADDIPGMC' TO ERR-PROGRAM
           MOVE SPACES TO ERR-PARAGRAPH
           MOVE FSP-CUSTOMER-NUM IN MY-CUST TO ERR-KEY-VALUES
           MOVE SQLCODE TO ERR-SQLCODE
           MOVE SQLSTATE TO ERR-SQLSTATE
           MOVE SQLERRMC TO ERR-SQLERRMC
           CALL 'LGSQLERR' USING WS-SQLERR.

       END PROGRAM ADDIPGMC.
