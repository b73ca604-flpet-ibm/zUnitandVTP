       ID DIVISION.
       PROGRAM-ID. CLMPGMW.
      ***
      *
      *    (C) 2026 IBM FLEMMING PETERSEN
      *    A CLAIMS HANDLER'S WORKLIST - THE HANDLER'S OWN OPEN
      *    CLAIMS WITH THE LAST-ACTIVITY DATE LGDB2DRY'S DIARY
      *    WORKS FROM (THE LATEST OF THE CLAIMDATE, THE LAST
      *    CLAIMPAYMENT POSTING, THE LAST RESERVEMOVE ADJUSTMENT
      *    AND THE LAST INBOUND DOCUMENT ON THE CLAIM) AND THE
      *    DAYS SINCE, QUIETEST FIRST, SO THE CLAIMS ABOUT TO TURN
      *    UP ON MONDAY'S DIARY ARE AT THE TOP. RETURN CODES: 0 OK,
      *    4 MORE CLAIMS THAN THE COMMAREA HOLDS (THE FIRST 44 ARE
      *    RETURNED), 8 SQL ERROR, 12 HANDLER NOT ON THE REGISTER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Host variables for input to DB2 integer types

       01  DB2-IN-INTEGERS.
           03 DB2-CLAIMNUMBER-INT      PIC S9(9) COMP.
           03 DB2-POLICYNUMBER-INT     PIC S9(9) COMP.
           03 DB2-DAYS-QUIET           PIC S9(9) COMP.

       01  WS-HANDLER-COUNT            PIC S9(9) COMP.
       01  WS-CLAIM-COUNT              PIC S9(4) COMP VALUE 0.
       01  WS-FETCH-TYPE               PIC X(1).
       01  WS-FETCH-CLAIMDATE          PIC X(10).
       01  WS-FETCH-ACTIVITY           PIC X(10).
       01  WS-FETCH-STATUS             PIC X(1).

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.

           EXEC SQL INCLUDE SQLCA      END-EXEC.

      *    THE LAST ACTIVITY IS THE LATEST OF THE FOUR DATES; A
      *    CLAIM WITH NO PAYMENT, RESERVE OR INBOUND-DOCUMENT
      *    HISTORY FALLS BACK TO ITS OWN CLAIMDATE, AS IN THE
      *    DIARY.
           EXEC SQL
             DECLARE C1 CURSOR FOR
               SELECT CLAIMNUMBER, POLICYNUMBER, POLICYTYPE,
                      CLAIMDATE, LASTACTIVITY,
                      DAYS(CURRENT DATE) - DAYS(LASTACTIVITY),
                      CLAIMSTATUS
               FROM  (SELECT CLAIM.CLAIMNUMBER,
                             CLAIM.POLICYNUMBER,
                             POLICY.POLICYTYPE,
                             CLAIM.CLAIMDATE,
                             COALESCE(CLAIM.STATUS, 'O')
                                              AS CLAIMSTATUS,
                             MAX(CLAIM.CLAIMDATE,
                                 COALESCE((SELECT MAX(PAYMENTDATE)
                                           FROM GENASA1.CLAIMPAYMENT
                                           WHERE CLAIMNUMBER =
                                                 CLAIM.CLAIMNUMBER),
                                          CLAIM.CLAIMDATE),
                                 COALESCE((SELECT MAX(MOVEDATE)
                                           FROM GENASA1.RESERVEMOVE
                                           WHERE CLAIMNUMBER =
                                                 CLAIM.CLAIMNUMBER),
                                          CLAIM.CLAIMDATE),
                                 COALESCE((SELECT MAX(GENDATE)
                                           FROM GENASA1.DOCARCHIVE
                                           WHERE CLAIMNUMBER =
                                                 CLAIM.CLAIMNUMBER
                                             AND DIRECTION = 'I'),
                                          CLAIM.CLAIMDATE))
                                              AS LASTACTIVITY
                        FROM  CLAIM, POLICY
                       WHERE  CLAIM.POLICYNUMBER = POLICY.POLICYNUMBER
                         AND  CLAIM.HANDLERID = :FSP-WRK-HANDLER
                         AND  (CLAIM.STATUS <> 'C'
                               OR CLAIM.STATUS IS NULL)) AS W
               ORDER BY LASTACTIVITY, CLAIMNUMBER
           END-EXEC.

       LINKAGE SECTION.
       01  MY-CLAIM.
           COPY CLMCPY1.

       PROCEDURE DIVISION USING MY-CLAIM.
      *
       MAIN SECTION.
       MAIN1.

           MOVE 0 TO FSP-RETURN-CODE IN MY-CLAIM.
           MOVE 0 TO FSP-WRK-NUM-CLAIMS IN MY-CLAIM.

           EXEC SQL
              SELECT COUNT(*)
              INTO  :WS-HANDLER-COUNT
              FROM  GENASA1.CLMHANDLER
              WHERE HANDLERID = :FSP-WRK-HANDLER
           END-EXEC.

           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-CLAIM
              GOBACK
           END-IF

           IF WS-HANDLER-COUNT = 0 THEN
              MOVE 12 TO FSP-RETURN-CODE IN MY-CLAIM
              GOBACK
           END-IF

           PERFORM LOAD-WORKLIST.

           MOVE WS-CLAIM-COUNT TO FSP-WRK-NUM-CLAIMS IN MY-CLAIM.

           GOBACK.

      *    ONE ROW BEYOND THE 44 THE COMMAREA HOLDS IS ENOUGH TO
      *    TELL THE CALLER THE LIST WAS CUT SHORT.
       LOAD-WORKLIST.
           SET WS-WRK-IDX TO 1.
           EXEC SQL OPEN C1 END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-CLAIM
              GOBACK
           END-IF.

           PERFORM FETCH-WORKLIST.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0
                                        OR WS-CLAIM-COUNT >= 44
              ADD 1 TO WS-CLAIM-COUNT
              PERFORM STORE-WORKLIST-ENTRY
              SET WS-WRK-IDX UP BY 1
              PERFORM FETCH-WORKLIST
           END-PERFORM.

           IF SQLCODE = 0 THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-CLAIM
           END-IF.

           EXEC SQL CLOSE C1 END-EXEC.

       FETCH-WORKLIST.
           EXEC SQL
              FETCH C1
              INTO :DB2-CLAIMNUMBER-INT,
                   :DB2-POLICYNUMBER-INT,
                   :WS-FETCH-TYPE,
                   :WS-FETCH-CLAIMDATE,
                   :WS-FETCH-ACTIVITY,
                   :DB2-DAYS-QUIET,
                   :WS-FETCH-STATUS
           END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-CLAIM
           END-IF.

       STORE-WORKLIST-ENTRY.
           MOVE DB2-CLAIMNUMBER-INT TO
                FSP-WRK-CLAIM-NUMBER(WS-WRK-IDX)
           MOVE DB2-POLICYNUMBER-INT TO
                FSP-WRK-POLICY-NUM(WS-WRK-IDX)
           MOVE WS-FETCH-TYPE TO FSP-WRK-POLICY-TYPE(WS-WRK-IDX)
           MOVE WS-FETCH-CLAIMDATE TO
                FSP-WRK-CLAIM-DATE(WS-WRK-IDX)
           MOVE WS-FETCH-ACTIVITY TO
                FSP-WRK-LAST-ACTIVITY(WS-WRK-IDX)
           MOVE DB2-DAYS-QUIET TO FSP-WRK-DAYS-QUIET(WS-WRK-IDX)
           MOVE WS-FETCH-STATUS TO FSP-WRK-STATUS(WS-WRK-IDX).

       LOG-SQL-ERROR.
           MOVE 'CLMPGMW ' TO ERR-PROGRAM
           MOVE SPACES TO ERR-PARAGRAPH
           MOVE SPACES TO ERR-KEY-VALUES
           MOVE SQLCODE TO ERR-SQLCODE
           MOVE SQLSTATE TO ERR-SQLSTATE
           MOVE SQLERRMC TO ERR-SQLERRMC
           CALL 'LGSQLERR' USING WS-SQLERR.

       END PROGRAM CLMPGMW.
