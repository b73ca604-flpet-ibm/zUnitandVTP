       PROGRAM-ID. LGDB2CPE.
      *    APPLIES THE CPR AGENCY PERSON-EVENT FEED TO THE CUSTOMER
      *    BASE. EVENTIN CARRIES ONE EVENT PER RECORD - 'D' DEATH,
      *    'E' EMIGRATION, 'N' NAME CHANGE, 'P' NAME AND ADDRESS
      *    PROTECTION GRANTED, 'U' PROTECTION LIFTED - KEYED ON THE
      *    CITIZEN'S CPR NUMBER. DEATHS AND EMIGRATIONS WRITE A
      *    CUSTOMERSTATUS ROW THAT THE RENEWAL (LGDB2POL), LETTER
      *    (LGDB2LTR) AND STATEMENT (LGDB2STM) BATCHES RESPECT, SO
      *    WE STOP INVITING THE DECEASED TO RENEW, AND LGDB2DEC
      *    THEN WINDS DOWN THE DECEASED'S POLICIES; NAME CHANGES ARE
      *    APPLIED TO FIRSTNAME/LASTNAME WITH AN AUDITLOG LINE PER
      *    CHANGED ROW - WRITTEN DIRECTLY WITH SQL, BECAUSE AUDPGM1
      *    IS A CICS PROGRAM AND CANNOT BE CALLED FROM BATCH.
      *    PROTECTION EVENTS SET OR CLEAR ADDRPROTECT ON THE
      *    CUSTOMER ROW WITH SOURCE 'C' (CPR FEED), LIKEWISE
      *    AUDITED; THE INQUIRY SERVICES, BROKER STATEMENT, DWH
      *    EXTRACT AND PRINT BATCHES ALL HONOUR THE MARKER.
      *    EVENTS WHOSE CPR FAILS VALIDATION OR MATCHES NO
      *    CUSTOMER GO TO THE EXCEPTION FILE - THE
      *    CITIZEN MAY SIMPLY NOT BE A CUSTOMER OF OURS.
       01 WS-CUSTNO-INT              PIC S9(9) COMP.
       01 WS-OLD-FIRSTNAME           PIC X(10).
       01 WS-OLD-LASTNAME            PIC X(20).
       01 WS-OLD-PROTECT             PIC X.
       01 WS-NEW-PROTECT             PIC X.
       01 WS-CUSTNO-DISPLAY          PIC 9(9).

       01 WS-EX-REASON               PIC X(30).
       01 WS-CNT-DEATHS              PIC 9(7) VALUE 0.
       01 WS-CNT-EMIGRATIONS         PIC 9(7) VALUE 0.
       01 WS-CNT-NAME-CHANGES        PIC 9(7) VALUE 0.
       01 WS-CNT-PROT-GRANTED        PIC 9(7) VALUE 0.
       01 WS-CNT-PROT-LIFTED         PIC 9(7) VALUE 0.
       01 WS-CNT-ROWS-APPLIED        PIC 9(7) VALUE 0.
       01 WS-CNT-EXCEPTIONS          PIC 9(7) VALUE 0.

             DECLARE C1 CURSOR FOR
               SELECT CUSTOMERNUMBER,
                      FIRSTNAME,
                      LASTNAME,
                      COALESCE(ADDRPROTECT, 'N')
               FROM CUSTOMER
               WHERE CPRNUMBER = :WS-CPR
           END-EXEC.

           IF WS-EVENT-TYPE NOT = 'D' AND
              WS-EVENT-TYPE NOT = 'E' AND
              WS-EVENT-TYPE NOT = 'N' AND
              WS-EVENT-TYPE NOT = 'P' AND
              WS-EVENT-TYPE NOT = 'U' THEN
              MOVE 'UNKNOWN EVENT TYPE' TO WS-EX-REASON
              PERFORM WRITE-EXCEPTION-RECORD
           ELSE
                       WHEN 'N'
                          PERFORM APPLY-NAME-CHANGE
                          ADD 1 TO WS-CNT-NAME-CHANGES
                       WHEN 'P'
                          MOVE 'Y' TO WS-NEW-PROTECT
                          PERFORM APPLY-ADDRESS-PROTECTION
                          ADD 1 TO WS-CNT-PROT-GRANTED
                       WHEN 'U'
                          MOVE 'N' TO WS-NEW-PROTECT
                          PERFORM APPLY-ADDRESS-PROTECTION
                          ADD 1 TO WS-CNT-PROT-LIFTED
                   END-EVALUATE
                   PERFORM FETCH-CUSTOMER
           END-PERFORM.
              FETCH C1
              INTO :WS-CUSTNO-INT,
                   :WS-OLD-FIRSTNAME,
                   :WS-OLD-LASTNAME,
                   :WS-OLD-PROTECT
           END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM DISPLAY-SQL-ERROR
           END-EXEC.
           IF SQLCODE = 0 THEN
              ADD 1 TO WS-CNT-ROWS-APPLIED
              MOVE SPACES TO AUD-BEFORE-IMAGE IN WS-AUDIT
              STRING WS-OLD-FIRSTNAME ' ' WS-OLD-LASTNAME
                     DELIMITED BY SIZE
                     INTO AUD-BEFORE-IMAGE IN WS-AUDIT
              MOVE SPACES TO AUD-AFTER-IMAGE IN WS-AUDIT
              STRING WS-NEW-FIRSTNAME ' ' WS-NEW-LASTNAME
                     DELIMITED BY SIZE
                     INTO AUD-AFTER-IMAGE IN WS-AUDIT
              PERFORM WRITE-AUDIT-TRAIL
           ELSE
              PERFORM DISPLAY-SQL-ERROR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    THE AGENCY'S EVENT DATE IS THE DATE THE PROTECTION TOOK
      *    EFFECT; A MANUAL MARKER (SOURCE 'M') IS OVERWRITTEN -
      *    THE REGISTER IS THE AUTHORITY ONCE IT HAS SPOKEN.
       APPLY-ADDRESS-PROTECTION.
           EXEC SQL
              UPDATE CUSTOMER
              SET    ADDRPROTECT = :WS-NEW-PROTECT,
                     ADDRPROTSRC = 'C',
                     ADDRPROTDATE = :WS-EVENT-DATE
              WHERE  CUSTOMERNUMBER = :WS-CUSTNO-INT
           END-EXEC.
           IF SQLCODE = 0 THEN
              ADD 1 TO WS-CNT-ROWS-APPLIED
              MOVE SPACES TO AUD-BEFORE-IMAGE IN WS-AUDIT
              STRING 'ADDRPROTECT ' WS-OLD-PROTECT
                     DELIMITED BY SIZE
                     INTO AUD-BEFORE-IMAGE IN WS-AUDIT
              MOVE SPACES TO AUD-AFTER-IMAGE IN WS-AUDIT
              STRING 'ADDRPROTECT ' WS-NEW-PROTECT ' SOURCE C '
                     WS-EVENT-DATE
                     DELIMITED BY SIZE
                     INTO AUD-AFTER-IMAGE IN WS-AUDIT
              PERFORM WRITE-AUDIT-TRAIL
           ELSE
              PERFORM DISPLAY-SQL-ERROR
           MOVE WS-CUSTNO-INT TO WS-CUSTNO-DISPLAY.
           MOVE WS-CUSTNO-DISPLAY TO AUD-KEY IN WS-AUDIT.
           MOVE 'LGDB2CPE' TO AUD-OPERATOR IN WS-AUDIT.
           EXEC SQL
              INSERT INTO GENASA1.AUDITLOG
                        ( PROGRAMNAME,
           DISPLAY '  DEATH MARKS...........: ' WS-CNT-DEATHS.
           DISPLAY '  EMIGRATION MARKS......: ' WS-CNT-EMIGRATIONS.
           DISPLAY '  NAME CHANGES..........: ' WS-CNT-NAME-CHANGES.
           DISPLAY '  PROTECTION GRANTED....: ' WS-CNT-PROT-GRANTED.
           DISPLAY '  PROTECTION LIFTED.....: ' WS-CNT-PROT-LIFTED.
           DISPLAY '  ROWS APPLIED..........: ' WS-CNT-ROWS-APPLIED.
           DISPLAY '  EXCEPTIONS WRITTEN....: ' WS-CNT-EXCEPTIONS.
           DISPLAY '-----------------------------------------'.
