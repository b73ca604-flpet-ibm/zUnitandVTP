       ID DIVISION.
       PROGRAM-ID. SESPGM1.
      ***
      *
      *    (C) 2026 IBM FLEMMING PETERSEN
      *    PORTAL SESSION TOKENS. SESNEW (CALLED BY CUSPGMV ON A
      *    GOOD LOGON) ISSUES A 32-CHARACTER TOKEN ONTO
      *    PORTALSESSION FOR THE CUSTOMER, VALID WS-IDLE-MINUTES
      *    FROM LAST USE. SESCHK (CALLED BY MQPGM1 BEFORE EVERY
      *    CUSTOMER-FACING REQUEST) ACCEPTS THE TOKEN ONLY IF IT
      *    EXISTS, HAS NOT BEEN ENDED, HAS NOT EXPIRED AND WAS
      *    ISSUED FOR THE CUSTOMER THE REQUEST IS ABOUT - FOR A
      *    POLICY-KEYED REQUEST THE POLICY'S OWNER - AND THEN
      *    SLIDES THE EXPIRY ON. EVERY REFUSAL IS WRITTEN TO
      *    SESSIONREJECT FOR THE SECURITY TEAM WITH A REASON:
      *    'M' NO TOKEN, 'U' UNKNOWN TOKEN, 'E' ENDED BY LOGOFF,
      *    'X' EXPIRED, 'C' ISSUED FOR ANOTHER CUSTOMER. SESEND
      *    (LOGOFF) ENDS THE SESSION. LGDB2HSK SWEEPS EXPIRED AND
      *    ENDED SESSIONS. RETURN CODES: 0 OK, 4 INVALID REQUEST,
      *    8 SQL ERROR, 12 TOKEN MISSING, UNKNOWN, ENDED OR
      *    EXPIRED, 16 TOKEN ISSUED FOR ANOTHER CUSTOMER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Host variables for input to DB2 integer types

       01  DB2-IN-INTEGERS.
           03 DB2-CUSTOMERNUMBER-INT   PIC S9(9) COMP.
           03 DB2-POLICYNUMBER-INT     PIC S9(9) COMP.
           03 DB2-SESSION-CUST-INT     PIC S9(9) COMP.
           03 DB2-IDLE-MINUTES         PIC S9(4) COMP VALUE 30.

       01  WS-OPERATOR                 PIC X(8).
       01  WS-SESSION-STATE            PIC X(1).
       01  WS-REJECT-REASON            PIC X(1).
       01  WS-EXPIRES                  PIC X(26).

           EXEC SQL INCLUDE SQLCA      END-EXEC.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.

       LINKAGE SECTION.
       01  MY-SES.
           COPY SESCPY1.

       PROCEDURE DIVISION USING MY-SES.
      *
       MAIN SECTION.
       MAIN1.

           MOVE FSP-SES-CUSTOMER-NUM IN MY-SES TO
                DB2-CUSTOMERNUMBER-INT
           MOVE FSP-SES-POLICY-NUM IN MY-SES TO DB2-POLICYNUMBER-INT

           EVALUATE FSP-REQUEST-ID IN MY-SES
               WHEN 'SESNEW'
                  PERFORM ISSUE-SESSION
               WHEN 'SESCHK'
                  PERFORM CHECK-SESSION
               WHEN 'SESEND'
                  PERFORM END-SESSION
               WHEN OTHER
                  MOVE 4 TO FSP-RETURN-CODE IN MY-SES
           END-EVALUATE.

           GOBACK.

      *----------------------------------------------------------------*
      *    THE TOKEN IS A HASH OF A DB2 UNIQUE VALUE, A RANDOM
      *    NUMBER AND THE CUSTOMER - NOT GUESSABLE FROM THE
      *    CUSTOMER NUMBER OR THE CLOCK ALONE.
       ISSUE-SESSION.
           IF DB2-CUSTOMERNUMBER-INT = 0 THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-SES
              GOBACK
           END-IF

           EXEC SQL
              SET :FSP-SES-TOKEN =
                  SUBSTR(HEX(HASH_SHA256(GENERATE_UNIQUE()
                         CONCAT CHAR(RAND())
                         CONCAT CHAR(:DB2-CUSTOMERNUMBER-INT))),
                         1, 32)
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-SES
              GOBACK
           END-IF

           EXEC SQL
              INSERT INTO GENASA1.PORTALSESSION
                        ( SESSIONTOKEN,
                          CUSTOMERNUMBER,
                          ISSUEDTS,
                          EXPIRESTS,
                          LASTUSEDTS,
                          ENDEDTS )
                 VALUES ( :FSP-SES-TOKEN,
                          :DB2-CUSTOMERNUMBER-INT,
                          CURRENT TIMESTAMP,
                          CURRENT TIMESTAMP
                                  + :DB2-IDLE-MINUTES MINUTES,
                          CURRENT TIMESTAMP,
                          NULL )
           END-EXEC

           IF SQLCODE = 0 THEN
              PERFORM FETCH-EXPIRY
              MOVE 0 TO FSP-RETURN-CODE IN MY-SES
           ELSE
              PERFORM LOG-SQL-ERROR
              MOVE SPACES TO FSP-SES-TOKEN IN MY-SES
              MOVE 8 TO FSP-RETURN-CODE IN MY-SES
           END-IF.

      *----------------------------------------------------------------*
       CHECK-SESSION.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 0 TO DB2-SESSION-CUST-INT

           IF FSP-SES-TOKEN IN MY-SES = SPACES OR
              FSP-SES-TOKEN IN MY-SES = LOW-VALUES THEN
              MOVE 'M' TO WS-REJECT-REASON
              PERFORM REFUSE-REQUEST
              GOBACK
           END-IF

           EXEC SQL
              SELECT CUSTOMERNUMBER,
                     CASE WHEN ENDEDTS IS NOT NULL THEN 'E'
                          WHEN EXPIRESTS < CURRENT TIMESTAMP
                               THEN 'X'
                          ELSE 'A'
                     END
              INTO   :DB2-SESSION-CUST-INT, :WS-SESSION-STATE
              FROM   GENASA1.PORTALSESSION
              WHERE  SESSIONTOKEN = :FSP-SES-TOKEN
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                  CONTINUE
               WHEN SQLCODE = 100
                  MOVE 'U' TO WS-REJECT-REASON
                  PERFORM REFUSE-REQUEST
                  GOBACK
               WHEN OTHER
                  PERFORM LOG-SQL-ERROR
                  MOVE 8 TO FSP-RETURN-CODE IN MY-SES
                  GOBACK
           END-EVALUATE

           IF WS-SESSION-STATE NOT = 'A' THEN
              MOVE WS-SESSION-STATE TO WS-REJECT-REASON
              PERFORM REFUSE-REQUEST
              GOBACK
           END-IF

      *    A POLICY-KEYED REQUEST IS CHECKED AGAINST THE POLICY'S
      *    OWNER. A POLICY THAT IS NOT ON FILE BELONGS TO NOBODY
      *    THE SESSION MAY SEE.
           IF DB2-CUSTOMERNUMBER-INT = 0 THEN
              EXEC SQL
                 SELECT CUSTOMERNUMBER
                 INTO   :DB2-CUSTOMERNUMBER-INT
                 FROM   POLICY
                 WHERE  POLICYNUMBER = :DB2-POLICYNUMBER-INT
              END-EXEC
              EVALUATE TRUE
                  WHEN SQLCODE = 0
                     CONTINUE
                  WHEN SQLCODE = 100
                     MOVE 0 TO DB2-CUSTOMERNUMBER-INT
                  WHEN OTHER
                     PERFORM LOG-SQL-ERROR
                     MOVE 8 TO FSP-RETURN-CODE IN MY-SES
                     GOBACK
              END-EVALUATE
           END-IF

           IF DB2-CUSTOMERNUMBER-INT NOT = DB2-SESSION-CUST-INT THEN
              MOVE 'C' TO WS-REJECT-REASON
              PERFORM REFUSE-REQUEST
              GOBACK
           END-IF

           EXEC SQL
              UPDATE GENASA1.PORTALSESSION
              SET    LASTUSEDTS = CURRENT TIMESTAMP,
                     EXPIRESTS  = CURRENT TIMESTAMP
                                  + :DB2-IDLE-MINUTES MINUTES
              WHERE  SESSIONTOKEN = :FSP-SES-TOKEN
           END-EXEC

           IF SQLCODE = 0 THEN
              PERFORM FETCH-EXPIRY
              MOVE 0 TO FSP-RETURN-CODE IN MY-SES
           ELSE
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-SES
           END-IF.

      *    A FAILED REJECT INSERT IS LOGGED BUT DOES NOT TURN THE
      *    REFUSAL INTO AN ACCEPTANCE.
       REFUSE-REQUEST.
           IF WS-REJECT-REASON = 'C' THEN
              MOVE 16 TO FSP-RETURN-CODE IN MY-SES
           ELSE
              MOVE 12 TO FSP-RETURN-CODE IN MY-SES
           END-IF

           IF FSP-SES-OPERATOR IN MY-SES = SPACES THEN
              EXEC CICS ASSIGN USERID(WS-OPERATOR) NOHANDLE END-EXEC
           ELSE
              MOVE FSP-SES-OPERATOR IN MY-SES TO WS-OPERATOR
           END-IF

           EXEC SQL
              INSERT INTO GENASA1.SESSIONREJECT
                        ( REJECTTS,
                          REQUESTID,
                          SESSIONTOKEN,
                          CUSTOMERNUMBER,
                          POLICYNUMBER,
                          SESSIONCUSTOMER,
                          REASON,
                          OPERATOR )
                 VALUES ( CURRENT TIMESTAMP,
                          :FSP-SES-SERVICE-ID,
                          :FSP-SES-TOKEN,
                          :DB2-CUSTOMERNUMBER-INT,
                          :DB2-POLICYNUMBER-INT,
                          :DB2-SESSION-CUST-INT,
                          :WS-REJECT-REASON,
                          :WS-OPERATOR )
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
           END-IF.

      *----------------------------------------------------------------*
      *    LOGOFF. ONLY THE CUSTOMER THE TOKEN WAS ISSUED FOR CAN
      *    END IT; ENDING AN ALREADY-ENDED SESSION IS RC 12.
       END-SESSION.
           EXEC SQL
              UPDATE GENASA1.PORTALSESSION
              SET    ENDEDTS = CURRENT TIMESTAMP
              WHERE  SESSIONTOKEN = :FSP-SES-TOKEN
                AND  CUSTOMERNUMBER = :DB2-CUSTOMERNUMBER-INT
                AND  ENDEDTS IS NULL
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                  MOVE 0 TO FSP-RETURN-CODE IN MY-SES
               WHEN SQLCODE = 100
                  MOVE 12 TO FSP-RETURN-CODE IN MY-SES
               WHEN OTHER
                  PERFORM LOG-SQL-ERROR
                  MOVE 8 TO FSP-RETURN-CODE IN MY-SES
           END-EVALUATE.

       FETCH-EXPIRY.
           EXEC SQL
              SELECT CHAR(EXPIRESTS)
              INTO   :WS-EXPIRES
              FROM   GENASA1.PORTALSESSION
              WHERE  SESSIONTOKEN = :FSP-SES-TOKEN
           END-EXEC
           IF SQLCODE = 0 THEN
              MOVE WS-EXPIRES TO FSP-SES-EXPIRES IN MY-SES
           ELSE
              MOVE SPACES TO FSP-SES-EXPIRES IN MY-SES
           END-IF.

       LOG-SQL-ERROR.
           MOVE 'SESPGM1 ' TO ERR-PROGRAM
           MOVE SPACES TO ERR-PARAGRAPH
           MOVE FSP-SES-CUSTOMER-NUM IN MY-SES TO ERR-KEY-VALUES
           MOVE SQLCODE TO ERR-SQLCODE
           MOVE SQLSTATE TO ERR-SQLSTATE
           MOVE SQLERRMC TO ERR-SQLERRMC
           CALL 'LGSQLERR' USING WS-SQLERR.

       END PROGRAM SESPGM1.
