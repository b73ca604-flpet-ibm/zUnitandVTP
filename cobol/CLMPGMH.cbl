       ID DIVISION.
       PROGRAM-ID. CLMPGMH.
      ***
      *
      *    (C) 2026 IBM FLEMMING PETERSEN
      *    REASSIGNS CLAIMS BETWEEN HANDLERS ON THE CLMHANDLER
      *    REGISTER - FOR HOLIDAYS, LONG ABSENCE AND LEAVERS.
      *    FUNCTION 'C' MOVES ONE CLAIM; FUNCTION 'H' MOVES EVERY
      *    OPEN CLAIM OF THE FROM-HANDLER. A NAMED TO-HANDLER MUST
      *    BE ACTIVE ON THE REGISTER AND TAKES THE CLAIMS AS
      *    GIVEN - THE SUPERVISOR HAS DECIDED. A BLANK TO-HANDLER
      *    HANDS EACH CLAIM TO WHOEVER CLMPGMA'S LOAD RULE WOULD
      *    PICK TODAY (NEVER THE FROM-HANDLER); A CLAIM NOBODY CAN
      *    TAKE STAYS WHERE IT IS AND IS COUNTED AS UNPLACED. THE
      *    REASON IS MANDATORY AND EVERY MOVE GOES TO THE AUDIT
      *    TRAIL THROUGH AUDPGM1. RETURN CODES: 0 OK, 4 INVALID
      *    FUNCTION / REASON MISSING / TO-HANDLER NOT ACTIVE,
      *    8 SQL ERROR, 12 CLAIM NOT ON FILE OR NOT OPEN,
      *    16 NO ELIGIBLE HANDLER FOR THE CLAIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Host variables for input to DB2 integer types

       01  DB2-IN-INTEGERS.
           03 DB2-CLAIMNUMBER-INT      PIC S9(9) COMP.
           03 DB2-VALUE-INT            PIC S9(9) COMP.

       01  WS-POLICYTYPE               PIC X(1).
       01  WS-OLD-HANDLERID            PIC X(8).
       01  WS-NEW-HANDLERID            PIC X(8).
       01  WS-HANDLER-COUNT            PIC S9(9) COMP.
       01  WS-CLAIM-KEY                PIC 9(9).
       01  WS-MOVED-COUNT              PIC 9(5) VALUE 0.
       01  WS-UNPLACED-COUNT           PIC 9(5) VALUE 0.

           EXEC SQL INCLUDE SQLCA      END-EXEC.

      *    EVERY OPEN CLAIM OF THE HANDLER BEING RELIEVED - A NULL
      *    STATUS IS A CLAIM THAT WAS NEVER CLOSED.
           EXEC SQL
             DECLARE C1 CURSOR FOR
               SELECT CLAIM.CLAIMNUMBER,
                      COALESCE(CLAIM.VALUE, 0),
                      POLICY.POLICYTYPE
               FROM   CLAIM, POLICY
               WHERE  CLAIM.POLICYNUMBER = POLICY.POLICYNUMBER
                 AND  CLAIM.HANDLERID = :FSP-RAS-FROM-HANDLER
                 AND  (CLAIM.STATUS <> 'C'
                       OR CLAIM.STATUS IS NULL)
               ORDER BY CLAIM.CLAIMNUMBER
           END-EXEC.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.

      * Common audit-trail writer interface
       01  WS-AUDIT.
           COPY AUDCPY1.

       LINKAGE SECTION.
       01  MY-CLAIM.
           COPY CLMCPY1.

       PROCEDURE DIVISION USING MY-CLAIM.
      *
       MAIN SECTION.
       MAIN1.

           MOVE 0 TO FSP-RAS-MOVED-COUNT IN MY-CLAIM
           MOVE 0 TO FSP-RAS-UNPLACED-COUNT IN MY-CLAIM

           IF FSP-RAS-REASON IN MY-CLAIM = SPACES THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-CLAIM
              GOBACK
           END-IF

           IF FSP-RAS-TO-HANDLER IN MY-CLAIM NOT = SPACES THEN
              PERFORM CHECK-TO-HANDLER
           END-IF

           EVALUATE FSP-RAS-FUNCTION IN MY-CLAIM
               WHEN 'C'
                  PERFORM REASSIGN-ONE-CLAIM
               WHEN 'H'
                  PERFORM REASSIGN-HANDLER-CLAIMS
               WHEN OTHER
                  MOVE 4 TO FSP-RETURN-CODE IN MY-CLAIM
           END-EVALUATE.

           MOVE WS-MOVED-COUNT TO FSP-RAS-MOVED-COUNT IN MY-CLAIM
           MOVE WS-UNPLACED-COUNT TO
                FSP-RAS-UNPLACED-COUNT IN MY-CLAIM

           GOBACK.

      *    A CLAIM PARKED ON A LEAVER OR SOMEONE ON HOLIDAY IS NO
      *    BETTER THAN AN UNASSIGNED ONE - THE TARGET MUST BE ACTIVE.
       CHECK-TO-HANDLER.
           EXEC SQL
              SELECT COUNT(*)
              INTO  :WS-HANDLER-COUNT
              FROM  GENASA1.CLMHANDLER
              WHERE HANDLERID = :FSP-RAS-TO-HANDLER
                AND STATUS = 'A'
           END-EXEC

           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-CLAIM
              GOBACK
           END-IF

           IF WS-HANDLER-COUNT = 0 THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-CLAIM
              GOBACK
           END-IF.

       REASSIGN-ONE-CLAIM.
           MOVE FSP-RAS-CLAIM-NUMBER IN MY-CLAIM TO
                DB2-CLAIMNUMBER-INT

           EXEC SQL
              SELECT COALESCE(CLAIM.HANDLERID, ' '),
                     COALESCE(CLAIM.VALUE, 0),
                     POLICY.POLICYTYPE
              INTO  :WS-OLD-HANDLERID,
                    :DB2-VALUE-INT,
                    :WS-POLICYTYPE
              FROM  CLAIM, POLICY
              WHERE CLAIM.CLAIMNUMBER = :DB2-CLAIMNUMBER-INT
                AND CLAIM.POLICYNUMBER = POLICY.POLICYNUMBER
                AND (CLAIM.STATUS <> 'C'
                     OR CLAIM.STATUS IS NULL)
           END-EXEC

           IF SQLCODE < 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-CLAIM
              GOBACK
           END-IF

           IF SQLCODE = 100 THEN
              MOVE 12 TO FSP-RETURN-CODE IN MY-CLAIM
              GOBACK
           END-IF

           PERFORM PICK-NEW-HANDLER

           IF WS-NEW-HANDLERID = SPACES THEN
              MOVE 16 TO FSP-RETURN-CODE IN MY-CLAIM
              GOBACK
           END-IF

           PERFORM MOVE-CLAIM
           IF FSP-RETURN-CODE IN MY-CLAIM = 0 THEN
              ADD 1 TO WS-MOVED-COUNT
           END-IF.

       REASSIGN-HANDLER-CLAIMS.
           IF FSP-RAS-FROM-HANDLER IN MY-CLAIM = SPACES THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-CLAIM
              GOBACK
           END-IF

           MOVE 0 TO FSP-RETURN-CODE IN MY-CLAIM
           MOVE FSP-RAS-FROM-HANDLER IN MY-CLAIM TO WS-OLD-HANDLERID

           EXEC SQL OPEN C1 END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-CLAIM
              GOBACK
           END-IF

           PERFORM FETCH-HANDLER-CLAIM
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0
                                   OR FSP-RETURN-CODE IN MY-CLAIM = 8
              PERFORM PICK-NEW-HANDLER
              IF WS-NEW-HANDLERID = SPACES THEN
                 ADD 1 TO WS-UNPLACED-COUNT
              ELSE
                 PERFORM MOVE-CLAIM
                 IF FSP-RETURN-CODE IN MY-CLAIM = 0 THEN
                    ADD 1 TO WS-MOVED-COUNT
                 END-IF
              END-IF
              PERFORM FETCH-HANDLER-CLAIM
           END-PERFORM

           EXEC SQL CLOSE C1 END-EXEC.

       FETCH-HANDLER-CLAIM.
           EXEC SQL
              FETCH C1
              INTO :DB2-CLAIMNUMBER-INT,
                   :DB2-VALUE-INT,
                   :WS-POLICYTYPE
           END-EXEC
           IF SQLCODE < 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-CLAIM
           END-IF.

      *    A NAMED TARGET IS TAKEN AS GIVEN. OTHERWISE THE SAME
      *    RULE AS CLMPGMA: ACTIVE, RIGHT POLICY TYPE (SPECIALIST
      *    BEFORE GENERALIST), AUTHORITY FOR THE RESERVE, ROOM
      *    UNDER THE MAXIMUM LOAD, FEWEST OPEN CLAIMS FIRST - AND
      *    NEVER THE HANDLER THE CLAIM IS LEAVING.
       PICK-NEW-HANDLER.
           IF FSP-RAS-TO-HANDLER IN MY-CLAIM NOT = SPACES THEN
              MOVE FSP-RAS-TO-HANDLER IN MY-CLAIM TO WS-NEW-HANDLERID
           ELSE
              MOVE SPACES TO WS-NEW-HANDLERID
              EXEC SQL
                 SELECT L.HANDLERID
                 INTO  :WS-NEW-HANDLERID
                 FROM  (SELECT H.HANDLERID,
                               H.MAXOPEN,
                               CASE WHEN H.POLICYTYPE = ' '
                                    THEN 1 ELSE 0 END AS GENERALIST,
                               (SELECT COUNT(*)
                                  FROM CLAIM C
                                 WHERE C.HANDLERID = H.HANDLERID
                                   AND (C.STATUS <> 'C'
                                        OR C.STATUS IS NULL))
                                                 AS OPENLOAD
                          FROM GENASA1.CLMHANDLER H
                         WHERE H.STATUS = 'A'
                           AND H.HANDLERID <> :WS-OLD-HANDLERID
                           AND (H.POLICYTYPE = :WS-POLICYTYPE
                                OR H.POLICYTYPE = ' ')
                           AND H.AUTHLIMIT >= :DB2-VALUE-INT) AS L
                 WHERE L.OPENLOAD < L.MAXOPEN
                 ORDER BY L.GENERALIST, L.OPENLOAD, L.HANDLERID
                 FETCH FIRST 1 ROW ONLY
              END-EXEC
              IF SQLCODE < 0 THEN
                 PERFORM LOG-SQL-ERROR
              END-IF
              IF SQLCODE NOT = 0 THEN
                 MOVE SPACES TO WS-NEW-HANDLERID
              END-IF
           END-IF.

       MOVE-CLAIM.
           EXEC SQL
              UPDATE CLAIM
              SET    HANDLERID = :WS-NEW-HANDLERID
              WHERE  CLAIMNUMBER = :DB2-CLAIMNUMBER-INT
           END-EXEC

           IF SQLCODE = 0 THEN
              MOVE 0 TO FSP-RETURN-CODE IN MY-CLAIM
              PERFORM WRITE-AUDIT-TRAIL
           ELSE
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-CLAIM
           END-IF.

       WRITE-AUDIT-TRAIL.
           MOVE 'CLMPGMH ' TO AUD-PROGRAM IN WS-AUDIT
           MOVE 'CLMRAS' TO AUD-REQUEST-ID IN WS-AUDIT
           MOVE DB2-CLAIMNUMBER-INT TO WS-CLAIM-KEY
           MOVE WS-CLAIM-KEY TO AUD-KEY IN WS-AUDIT
           MOVE FSP-RAS-OPERATOR IN MY-CLAIM TO
                AUD-OPERATOR IN WS-AUDIT
           MOVE SPACES TO AUD-BEFORE-IMAGE IN WS-AUDIT
           STRING 'HANDLER ' WS-OLD-HANDLERID
                  DELIMITED BY SIZE
                  INTO AUD-BEFORE-IMAGE IN WS-AUDIT
           MOVE SPACES TO AUD-AFTER-IMAGE IN WS-AUDIT
           STRING 'HANDLER ' WS-NEW-HANDLERID
                  ' REASON: '
                  FSP-RAS-REASON IN MY-CLAIM
                  DELIMITED BY SIZE
                  INTO AUD-AFTER-IMAGE IN WS-AUDIT
           CALL 'AUDPGM1' USING DFHEIBLK DFHCOMMAREA WS-AUDIT.

       LOG-SQL-ERROR.
           MOVE 'CLMPGMH ' TO ERR-PROGRAM
           MOVE SPACES TO ERR-PARAGRAPH
           MOVE SPACES TO ERR-KEY-VALUES
           MOVE SQLCODE TO ERR-SQLCODE
           MOVE SQLSTATE TO ERR-SQLSTATE
           MOVE SQLERRMC TO ERR-SQLERRMC
           CALL 'LGSQLERR' USING WS-SQLERR.

       END PROGRAM CLMPGMH.
