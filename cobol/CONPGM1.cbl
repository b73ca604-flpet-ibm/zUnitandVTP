      *    SOURCE OF THE CHANGE - GDPR AUDITS ASK US TO PROVE
      *    CONSENT, AND THIS ROW IS THE PROOF; CONINQ RETURNS THE
      *    REGISTER. LGDB2NTF AND THE LETTER/STATEMENT BATCHES
      *    HONOUR THESE FLAGS. THE SAME ROW CARRIES THE CUSTOMER'S
      *    OPT-OUT FROM ANNUAL INDEX-LINKING, WHICH LGDB2IDX
      *    HONOURS. RETURN CODES: 0 OK, 4 INVALID
      *    REQUEST OR FLAG VALUES, 8 SQL ERROR, 12 NO CONSENT ROW
      *    ON FILE (INQUIRY).
       ENVIRONMENT DIVISION.
       01  WS-FETCH-EBOKSOK            PIC X(1).
       01  WS-FETCH-CHANGEDTS          PIC X(26).
       01  WS-FETCH-SOURCE             PIC X(10).
       01  WS-FETCH-INDEXOPTOUT        PIC X(1).

           EXEC SQL INCLUDE SQLCA      END-EXEC.

      *    EVERY FLAG MUST BE AN EXPLICIT 'Y' OR 'N' - AN
      *    UNANSWERED QUESTION IS NOT CONSENT.
       SET-CONSENT.
      *    INDEX-LINKING IS THE DEFAULT - A CALLER THAT DOES NOT
      *    ASK ABOUT IT LEAVES THE CUSTOMER INDEXED.
           IF FSP-CON-INDEX-OPTOUT IN MY-CONSENT = SPACE THEN
              MOVE 'N' TO FSP-CON-INDEX-OPTOUT IN MY-CONSENT
           END-IF

           IF (FSP-CON-EMAIL-OK IN MY-CONSENT NOT = 'Y' AND
               FSP-CON-EMAIL-OK IN MY-CONSENT NOT = 'N') OR
              (FSP-CON-SMS-OK IN MY-CONSENT NOT = 'Y' AND
              (FSP-CON-MARKETING-OK IN MY-CONSENT NOT = 'Y' AND
               FSP-CON-MARKETING-OK IN MY-CONSENT NOT = 'N') OR
              (FSP-CON-EBOKS-OK IN MY-CONSENT NOT = 'Y' AND
               FSP-CON-EBOKS-OK IN MY-CONSENT NOT = 'N') OR
              (FSP-CON-INDEX-OPTOUT IN MY-CONSENT NOT = 'Y' AND
               FSP-CON-INDEX-OPTOUT IN MY-CONSENT NOT = 'N') THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-CONSENT
              GOBACK
           END-IF
                     MARKETINGOK = :FSP-CON-MARKETING-OK,
                     EBOKSOK = :FSP-CON-EBOKS-OK,
                     CHANGEDTS = CURRENT TIMESTAMP,
                     CHANGESOURCE = :FSP-CON-SOURCE,
                     INDEXOPTOUT = :FSP-CON-INDEX-OPTOUT
              WHERE  CUSTOMERNUMBER = :DB2-CUSTOMERNUMBER-INT
           END-EXEC

                          MARKETINGOK,
                          EBOKSOK,
                          CHANGEDTS,
                          CHANGESOURCE,
                          INDEXOPTOUT )
                 VALUES ( :DB2-CUSTOMERNUMBER-INT,
                          :FSP-CON-EMAIL-OK,
                          :FSP-CON-SMS-OK,
                          :FSP-CON-MARKETING-OK,
                          :FSP-CON-EBOKS-OK,
                          CURRENT TIMESTAMP,
                          :FSP-CON-SOURCE,
                          :FSP-CON-INDEX-OPTOUT )
           END-EXEC
           IF SQLCODE = 0 THEN
              MOVE 0 TO FSP-RETURN-CODE IN MY-CONSENT
       INQUIRE-CONSENT.
           EXEC SQL
              SELECT EMAILOK, SMSOK, LETTEROK, MARKETINGOK,
                     EBOKSOK, CHANGEDTS, CHANGESOURCE,
                     COALESCE(INDEXOPTOUT, 'N')
              INTO   :WS-FETCH-EMAILOK, :WS-FETCH-SMSOK,
                     :WS-FETCH-LETTEROK, :WS-FETCH-MARKETINGOK,
                     :WS-FETCH-EBOKSOK,
                     :WS-FETCH-CHANGEDTS, :WS-FETCH-SOURCE,
                     :WS-FETCH-INDEXOPTOUT
              FROM   GENASA1.CONSENT
              WHERE  CUSTOMERNUMBER = :DB2-CUSTOMERNUMBER-INT
           END-EXEC
                       FSP-CON-CHANGED-TS IN MY-CONSENT
                  MOVE WS-FETCH-SOURCE TO
                       FSP-CON-SOURCE IN MY-CONSENT
                  MOVE WS-FETCH-INDEXOPTOUT TO
                       FSP-CON-INDEX-OPTOUT IN MY-CONSENT
                  MOVE 0 TO FSP-RETURN-CODE IN MY-CONSENT
               WHEN SQLCODE = 100
                  MOVE 12 TO FSP-RETURN-CODE IN MY-CONSENT
