       ID DIVISION.
       PROGRAM-ID. HNDPGM1.
      ***
      *
      *    (C) 2026 IBM FLEMMING PETERSEN
      *    CLAIMS-HANDLER REGISTER MAINTENANCE OVER THE CLMHANDLER
      *    TABLE, IN THE HAZPGM1 STYLE. HNDADD REGISTERS A HANDLER
      *    (TEAM, POLICY TYPE WORKED, MAXIMUM OPEN-CLAIM LOAD AND
      *    RESERVE AUTHORITY), HNDUPD CHANGES THEM - INCLUDING THE
      *    STATUS THAT TAKES A HANDLER OUT OF CLMPGMA'S ASSIGNMENT
      *    WHILE AWAY OR AFTER LEAVING - HNDINQ RETURNS THE ENTRY
      *    WITH THE CURRENT OPEN LOAD AND HNDDEL REMOVES A HANDLER
      *    WHO HOLDS NO OPEN CLAIMS (REASSIGN THEM FIRST THROUGH
      *    CLMPGMH). RETURN CODES: 0 OK, 4 DUPLICATE ON ADD /
      *    INVALID REQUEST OR PARAMETERS / OPEN CLAIMS STILL HELD
      *    ON DELETE, 8 SQL ERROR, 12 HANDLER NOT ON FILE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Host variables for input to DB2 integer types

       01  DB2-IN-INTEGERS.
           03 DB2-MAXOPEN-INT          PIC S9(9) COMP.
           03 DB2-AUTHLIMIT-INT        PIC S9(9) COMP.
           03 DB2-OPENLOAD-INT         PIC S9(9) COMP.

       01  WS-DUP-COUNT                PIC S9(9) COMP.
       01  WS-FETCH-NAME               PIC X(31).
       01  WS-FETCH-TEAM               PIC X(6).
       01  WS-FETCH-TYPE               PIC X(1).
       01  WS-FETCH-STATUS             PIC X(1).

           EXEC SQL INCLUDE SQLCA      END-EXEC.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.

       LINKAGE SECTION.
       01  MY-HANDLER.
           COPY HNDCPY1.

       PROCEDURE DIVISION USING MY-HANDLER.
      *
       MAIN SECTION.
       MAIN1.

           MOVE FSP-HND-MAXOPEN IN MY-HANDLER TO DB2-MAXOPEN-INT
           MOVE FSP-HND-AUTHLIMIT IN MY-HANDLER TO
                DB2-AUTHLIMIT-INT

           EVALUATE FSP-REQUEST-ID IN MY-HANDLER
               WHEN 'HNDADD'
                  PERFORM ADD-HANDLER
               WHEN 'HNDUPD'
                  PERFORM UPDATE-HANDLER
               WHEN 'HNDINQ'
                  PERFORM INQUIRE-HANDLER
               WHEN 'HNDDEL'
                  PERFORM DELETE-HANDLER
               WHEN OTHER
                  MOVE 4 TO FSP-RETURN-CODE IN MY-HANDLER
           END-EVALUATE.

           GOBACK.

      *    A HANDLER WITH NO ROOM FOR A SINGLE CLAIM, OR A STATUS
      *    THE ASSIGNMENT DOES NOT KNOW, WOULD SILENTLY NEVER BE
      *    GIVEN WORK - REFUSE IT UP FRONT.
       CHECK-HANDLER-PARMS.
           MOVE 0 TO FSP-RETURN-CODE IN MY-HANDLER
           IF FSP-HND-HANDLERID IN MY-HANDLER = SPACES OR
              DB2-MAXOPEN-INT < 1 THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-HANDLER
           END-IF
           EVALUATE FSP-HND-STATUS IN MY-HANDLER
               WHEN 'A'
               WHEN 'H'
               WHEN 'L'
                  CONTINUE
               WHEN OTHER
                  MOVE 4 TO FSP-RETURN-CODE IN MY-HANDLER
           END-EVALUATE
           EVALUATE FSP-HND-POLICYTYPE IN MY-HANDLER
               WHEN ' '
               WHEN 'M'
               WHEN 'H'
               WHEN 'C'
               WHEN 'E'
               WHEN 'T'
               WHEN 'F'
                  CONTINUE
               WHEN OTHER
                  MOVE 4 TO FSP-RETURN-CODE IN MY-HANDLER
           END-EVALUATE.

       ADD-HANDLER.
           PERFORM CHECK-HANDLER-PARMS
           IF FSP-RETURN-CODE IN MY-HANDLER NOT = 0 THEN
              GOBACK
           END-IF

           EXEC SQL
              SELECT COUNT(*)
              INTO  :WS-DUP-COUNT
              FROM GENASA1.CLMHANDLER
              WHERE HANDLERID = :FSP-HND-HANDLERID
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-HANDLER
              GOBACK
           END-IF

           IF WS-DUP-COUNT > 0 THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-HANDLER
           ELSE
              EXEC SQL
                 INSERT INTO GENASA1.CLMHANDLER
                           ( HANDLERID,
                             HANDLERNAME,
                             TEAM,
                             POLICYTYPE,
                             MAXOPEN,
                             AUTHLIMIT,
                             STATUS )
                    VALUES ( :FSP-HND-HANDLERID,
                             :FSP-HND-NAME,
                             :FSP-HND-TEAM,
                             :FSP-HND-POLICYTYPE,
                             :DB2-MAXOPEN-INT,
                             :DB2-AUTHLIMIT-INT,
                             :FSP-HND-STATUS )
              END-EXEC
              IF SQLCODE = 0 THEN
                 MOVE 0 TO FSP-RETURN-CODE IN MY-HANDLER
              ELSE
                 PERFORM LOG-SQL-ERROR
                 MOVE 8 TO FSP-RETURN-CODE IN MY-HANDLER
              END-IF
           END-IF.

       UPDATE-HANDLER.
           PERFORM CHECK-HANDLER-PARMS
           IF FSP-RETURN-CODE IN MY-HANDLER NOT = 0 THEN
              GOBACK
           END-IF

           EXEC SQL
              UPDATE GENASA1.CLMHANDLER
              SET    HANDLERNAME = :FSP-HND-NAME,
                     TEAM = :FSP-HND-TEAM,
                     POLICYTYPE = :FSP-HND-POLICYTYPE,
                     MAXOPEN = :DB2-MAXOPEN-INT,
                     AUTHLIMIT = :DB2-AUTHLIMIT-INT,
                     STATUS = :FSP-HND-STATUS
              WHERE  HANDLERID = :FSP-HND-HANDLERID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                  MOVE 0 TO FSP-RETURN-CODE IN MY-HANDLER
               WHEN SQLCODE = 100
                  MOVE 12 TO FSP-RETURN-CODE IN MY-HANDLER
               WHEN OTHER
                  PERFORM LOG-SQL-ERROR
                  MOVE 8 TO FSP-RETURN-CODE IN MY-HANDLER
           END-EVALUATE.

       INQUIRE-HANDLER.
           EXEC SQL
              SELECT HANDLERNAME, TEAM, POLICYTYPE, MAXOPEN,
                     AUTHLIMIT, STATUS
              INTO   :WS-FETCH-NAME, :WS-FETCH-TEAM,
                     :WS-FETCH-TYPE, :DB2-MAXOPEN-INT,
                     :DB2-AUTHLIMIT-INT, :WS-FETCH-STATUS
              FROM   GENASA1.CLMHANDLER
              WHERE  HANDLERID = :FSP-HND-HANDLERID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                  PERFORM COUNT-OPEN-LOAD
                  MOVE WS-FETCH-NAME TO FSP-HND-NAME IN MY-HANDLER
                  MOVE WS-FETCH-TEAM TO FSP-HND-TEAM IN MY-HANDLER
                  MOVE WS-FETCH-TYPE TO
                       FSP-HND-POLICYTYPE IN MY-HANDLER
                  MOVE DB2-MAXOPEN-INT TO
                       FSP-HND-MAXOPEN IN MY-HANDLER
                  MOVE DB2-AUTHLIMIT-INT TO
                       FSP-HND-AUTHLIMIT IN MY-HANDLER
                  MOVE WS-FETCH-STATUS TO
                       FSP-HND-STATUS IN MY-HANDLER
                  MOVE DB2-OPENLOAD-INT TO
                       FSP-HND-OPENLOAD IN MY-HANDLER
               WHEN SQLCODE = 100
                  MOVE 12 TO FSP-RETURN-CODE IN MY-HANDLER
               WHEN OTHER
                  PERFORM LOG-SQL-ERROR
                  MOVE 8 TO FSP-RETURN-CODE IN MY-HANDLER
           END-EVALUATE.

      *    A HANDLER STILL HOLDING OPEN CLAIMS CANNOT BE DELETED -
      *    THOSE CLAIMS WOULD POINT AT NOBODY. MARK THEM 'L' AND
      *    REASSIGN THROUGH CLMPGMH FIRST.
       DELETE-HANDLER.
           PERFORM COUNT-OPEN-LOAD
           IF FSP-RETURN-CODE IN MY-HANDLER NOT = 0 THEN
              GOBACK
           END-IF
           IF DB2-OPENLOAD-INT > 0 THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-HANDLER
              GOBACK
           END-IF

           EXEC SQL
              DELETE FROM GENASA1.CLMHANDLER
              WHERE HANDLERID = :FSP-HND-HANDLERID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                  MOVE 0 TO FSP-RETURN-CODE IN MY-HANDLER
               WHEN SQLCODE = 100
                  MOVE 12 TO FSP-RETURN-CODE IN MY-HANDLER
               WHEN OTHER
                  PERFORM LOG-SQL-ERROR
                  MOVE 8 TO FSP-RETURN-CODE IN MY-HANDLER
           END-EVALUATE.

      *    A NULL CLAIM STATUS IS A CLAIM THAT WAS NEVER CLOSED.
       COUNT-OPEN-LOAD.
           MOVE 0 TO FSP-RETURN-CODE IN MY-HANDLER
           EXEC SQL
              SELECT COUNT(*)
              INTO  :DB2-OPENLOAD-INT
              FROM  CLAIM
              WHERE HANDLERID = :FSP-HND-HANDLERID
                AND (STATUS <> 'C' OR STATUS IS NULL)
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-HANDLER
           END-IF.

       LOG-SQL-ERROR.
           MOVE 'HNDPGM1 ' TO ERR-PROGRAM
           MOVE SPACES TO ERR-PARAGRAPH
           MOVE SPACES TO ERR-KEY-VALUES
           MOVE SQLCODE TO ERR-SQLCODE
           MOVE SQLSTATE TO ERR-SQLSTATE
           MOVE SQLERRMC TO ERR-SQLERRMC
           CALL 'LGSQLERR' USING WS-SQLERR.

       END PROGRAM HNDPGM1.
