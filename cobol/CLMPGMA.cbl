      *    RETURN CODES: 0 OK, 4 CLAIM DATE OUTSIDE
      *    ISSUEDATE/EXPIRYDATE, 8 SQL ERROR, 12 NO SUCH POLICY,
      *    16 CAUSE CODE MISSING OR NOT ON THE MASTER.
      *    EVERY NEW CLAIM IS ASSIGNED TO A HANDLER FROM THE
      *    CLMHANDLER REGISTER - AN ACTIVE HANDLER WORKING THE
      *    POLICY TYPE, WITH AUTHORITY FOR THE RESERVE AND ROOM
      *    UNDER THEIR MAXIMUM OPEN LOAD, LEAST LOADED FIRST. THE
      *    HANDLER CHOSEN IS RETURNED; NOBODY ELIGIBLE LEAVES THE
      *    CLAIM UNASSIGNED (BLANK) FOR THE SUPERVISORS TO PLACE.
      *    A CLAIM NUMBER OF ZERO IS TAKEN FROM THE CLAIM NUMBER
      *    RANGE (NUMPGM1) AND RETURNED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.

       01  WS-ISSUEDATE                PIC X(10).
       01  WS-EXPIRYDATE               PIC X(10).
       01  WS-POLICYTYPE               PIC X(1).
       01  WS-HANDLERID                PIC X(8).
       01  WS-CAUSE-COUNT              PIC S9(9) COMP.

           EXEC SQL INCLUDE SQLCA      END-EXEC.

      * Number-range allocation through NUMPGM1
       01  WS-NUM.
           COPY NUMCPY1.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.
       MAIN SECTION.
       MAIN1.

           IF FSP-CLAIM-NUMBER IN MY-CLAIM = 0 THEN
              MOVE 'CLAIM' TO NUM-KEY-TYPE IN WS-NUM
              MOVE 1 TO NUM-COUNT IN WS-NUM
              CALL 'NUMPGM1' USING WS-NUM
              IF NUM-RC IN WS-NUM NOT = 0 THEN
                 MOVE 8 TO FSP-RETURN-CODE IN MY-CLAIM
                 GOBACK
              END-IF
              MOVE NUM-FIRST IN WS-NUM TO FSP-CLAIM-NUMBER IN MY-CLAIM
           END-IF.

            MOVE FSP-POLICY-NUM IN MY-CLAIM TO
                 DB2-POLICYNUMBER-INT
            MOVE FSP-CLAIM-NUMBER IN MY-CLAIM TO
      *    LGDB2REC REPORTED IT AS AN ORPHAN MONTHS LATER - REFUSE
      *    IT HERE SO THE FRONT END CAN TELL THE USER WHAT IS WRONG.
            EXEC SQL
               SELECT ISSUEDATE, EXPIRYDATE, POLICYTYPE
               INTO   :WS-ISSUEDATE, :WS-EXPIRYDATE, :WS-POLICYTYPE
               FROM   POLICY
               WHERE  POLICYNUMBER = :DB2-POLICYNUMBER-INT
            END-EXEC.
              GOBACK
           END-IF

           PERFORM ASSIGN-HANDLER

            EXEC SQL
               INSERT INTO CLAIM
                         ( CLAIMNUMBER,
                           OBSERVATIONS,
                           STATUS,
                           CAUSECODE,
                           CATEVENT,
                           HANDLERID )
                  VALUES ( :DB2-CLAIMNUMBER-INT,
                           :DB2-POLICYNUMBER-INT,
                           :FSP-CLAIM-DATE,
                           :FSP-CLAIM-OBSERVATIONS,
                           'O',
                           :FSP-CLAIM-CAUSECODE,
                           ' ',
                           :WS-HANDLERID )
            END-EXEC.

           IF SQLCODE = 0 THEN
              MOVE 0 TO FSP-RETURN-CODE IN MY-CLAIM
              MOVE WS-HANDLERID TO FSP-CLAIM-HANDLER IN MY-CLAIM
           ELSE
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-CLAIM
           END-IF.

           GOBACK.

      *    A SPECIALIST ON THE POLICY TYPE IS PREFERRED TO A
      *    HANDLER WHO TAKES ANY TYPE (POLICYTYPE BLANK); WITHIN
      *    THAT, THE FEWEST OPEN CLAIMS WINS. A NULL STATUS IS A
      *    CLAIM THAT WAS NEVER CLOSED, SO IT COUNTS AS OPEN LOAD.
      *    A FAILED LOOKUP MUST NOT STOP THE CLAIM BEING RECORDED -
      *    IT IS SIMPLY LEFT UNASSIGNED.
       ASSIGN-HANDLER.
           MOVE SPACES TO WS-HANDLERID

           EXEC SQL
              SELECT L.HANDLERID
              INTO  :WS-HANDLERID
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
                        AND (H.POLICYTYPE = :WS-POLICYTYPE
                             OR H.POLICYTYPE = ' ')
                        AND H.AUTHLIMIT >= :DB2-VALUE-INT) AS L
              WHERE L.OPENLOAD < L.MAXOPEN
              ORDER BY L.GENERALIST, L.OPENLOAD, L.HANDLERID
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE < 0 THEN
              PERFORM LOG-SQL-ERROR
           END-IF

           IF SQLCODE NOT = 0 THEN
              MOVE SPACES TO WS-HANDLERID
           END-IF.

       LOG-SQL-ERROR.
           MOVE 'CLMPGMA ' TO ERR-PROGRAM
           MOVE SPACES TO ERR-PARAGRAPH
