       ID DIVISION.
       PROGRAM-ID. OPRPGM1.
      ***
      *
      *    (C) 2026 IBM FLEMMING PETERSEN
      *    OPERATOR AUTHORITY LIMITS. EACH OPERATOR HAS ONE ROW ON
      *    OPERLIMIT TYING THE OPERATOR ID TO THE CICS USERID THEY
      *    SIGN ON WITH, A ROLE, AND THE LARGEST CLAIM PAYMENT,
      *    UNDERWRITING PREMIUM AND RESERVE MOVEMENT THEY MAY
      *    APPROVE, VALID FROM/TO A DATE. OPRCHK IS CALLED BY
      *    CLMPGMS, CLMPGMR, PAYPGM1, UWPGM1 AND POLPGMR: IT FINDS
      *    THE ROW FOR THE SIGNED-ON CICS USERID (SO THE SERVICES
      *    STOP TRUSTING THE OPERATOR ID IN THE COMMAREA), RETURNS
      *    THE OPERATOR ID AND LIMITS, AND CHECKS FSP-OPR-AMOUNT
      *    AGAINST THE LIMIT FSP-OPR-LIMIT-TYPE NAMES. OPRINQ,
      *    OPRADD, OPRUPD AND OPREND ARE THE MAINTENANCE
      *    TRANSACTION - ONLY AN OPERATOR HOLDING THE OPRLIMIT
      *    AUTHORITY ON OPERAUTH MAY ADD, CHANGE OR END A ROW, NEVER
      *    THEIR OWN, AND EVERY CHANGE GOES TO THE AUDIT TRAIL.
      *    OPREND CLOSES THE ROW AT TODAY RATHER THAN DELETING IT,
      *    SO WHO HELD WHICH LIMIT WHEN STAYS ANSWERABLE.
      *    RETURN CODES: 0 OK, 4 INVALID REQUEST OR DATA, 8 SQL
      *    ERROR, 12 OPERATOR NOT ON FILE (OPRCHK: NO VALID ROW FOR
      *    THE SIGNED-ON USER), 16 NOT AUTHORISED TO MAINTAIN
      *    LIMITS OR OWN ROW, 20 AMOUNT ABOVE THE OPERATOR'S LIMIT,
      *    24 OPERATOR OR CICS USERID ALREADY ON FILE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Host variables for input to DB2 integer types

       01  DB2-IN-INTEGERS.
           03 DB2-CLMPAY-LIMIT-INT     PIC S9(9) COMP.
           03 DB2-UW-LIMIT-INT         PIC S9(9) COMP.
           03 DB2-RSV-LIMIT-INT        PIC S9(9) COMP.
           03 DB2-DUP-COUNT            PIC S9(9) COMP.

       01  WS-USERID                   PIC X(8).
       01  WS-AUTH-COUNT               PIC S9(9) COMP.
       01  WS-LIMIT                    PIC 9(9).

       01  WS-FETCH-OPERATOR           PIC X(8).
       01  WS-FETCH-CICS-USER          PIC X(8).
       01  WS-FETCH-ROLE               PIC X(8).
       01  WS-FETCH-VALID-FROM         PIC X(10).
       01  WS-FETCH-VALID-TO           PIC X(10).

      * Before/after images for the common AUDITLOG trail
       01  WS-AUDIT.
           COPY AUDCPY1.

       01  WS-AUDIT-IMAGE.
           03 WS-AUD-CICS-USER         PIC X(8).
           03 FILLER                   PIC X(1).
           03 WS-AUD-ROLE              PIC X(8).
           03 FILLER                   PIC X(1).
           03 WS-AUD-CLMPAY-LIMIT      PIC 9(9).
           03 FILLER                   PIC X(1).
           03 WS-AUD-UW-LIMIT          PIC 9(9).
           03 FILLER                   PIC X(1).
           03 WS-AUD-RSV-LIMIT         PIC 9(9).
           03 FILLER                   PIC X(1).
           03 WS-AUD-VALID-FROM        PIC X(10).
           03 FILLER                   PIC X(1).
           03 WS-AUD-VALID-TO          PIC X(10).

           EXEC SQL INCLUDE SQLCA      END-EXEC.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.

       LINKAGE SECTION.
       01  MY-OPR.
           COPY OPRCPY1.

       PROCEDURE DIVISION USING MY-OPR.
      *
       MAIN SECTION.
       MAIN1.

           EXEC CICS ASSIGN USERID(WS-USERID) NOHANDLE END-EXEC

           EVALUATE FSP-REQUEST-ID IN MY-OPR
               WHEN 'OPRCHK'
                  PERFORM CHECK-OPERATOR-LIMIT
               WHEN 'OPRINQ'
                  PERFORM INQUIRE-OPERATOR
               WHEN 'OPRADD'
                  PERFORM ADD-OPERATOR
               WHEN 'OPRUPD'
                  PERFORM UPDATE-OPERATOR
               WHEN 'OPREND'
                  PERFORM END-OPERATOR
               WHEN OTHER
                  MOVE 4 TO FSP-RETURN-CODE IN MY-OPR
           END-EVALUATE.

           GOBACK.

      *----------------------------------------------------------------*
      *    THE ROW IS FOUND BY THE SIGNED-ON USERID, NOT BY ANY
      *    OPERATOR ID THE CALLER PASSES. A USER WITH NO ROW VALID
      *    TODAY HAS NO AUTHORITY AT ALL.
       CHECK-OPERATOR-LIMIT.
           EXEC SQL
              SELECT OPERATOR, CICSUSERID, OPERROLE,
                     CLMPAYLIMIT, UWLIMIT, RSVLIMIT,
                     CHAR(VALIDFROM, ISO),
                     COALESCE(CHAR(VALIDTO, ISO), ' ')
              INTO   :WS-FETCH-OPERATOR, :WS-FETCH-CICS-USER,
                     :WS-FETCH-ROLE, :DB2-CLMPAY-LIMIT-INT,
                     :DB2-UW-LIMIT-INT, :DB2-RSV-LIMIT-INT,
                     :WS-FETCH-VALID-FROM, :WS-FETCH-VALID-TO
              FROM   GENASA1.OPERLIMIT
              WHERE  CICSUSERID = :WS-USERID
                AND  VALIDFROM <= CURRENT DATE
                AND  (VALIDTO IS NULL OR VALIDTO >= CURRENT DATE)
              ORDER BY VALIDFROM DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                  PERFORM RETURN-OPERATOR-ROW
               WHEN SQLCODE = 100
                  MOVE SPACES TO FSP-OPR-OPERATOR IN MY-OPR
                  MOVE WS-USERID TO FSP-OPR-CICS-USER IN MY-OPR
                  MOVE 12 TO FSP-RETURN-CODE IN MY-OPR
                  GOBACK
               WHEN OTHER
                  PERFORM LOG-SQL-ERROR
                  MOVE 8 TO FSP-RETURN-CODE IN MY-OPR
                  GOBACK
           END-EVALUATE

           EVALUATE TRUE
               WHEN FSP-OPR-CHECK-PAYMENT IN MY-OPR
                  MOVE DB2-CLMPAY-LIMIT-INT TO WS-LIMIT
               WHEN FSP-OPR-CHECK-UNDERWRITING IN MY-OPR
                  MOVE DB2-UW-LIMIT-INT TO WS-LIMIT
               WHEN FSP-OPR-CHECK-RESERVE IN MY-OPR
                  MOVE DB2-RSV-LIMIT-INT TO WS-LIMIT
               WHEN OTHER
                  MOVE 999999999 TO WS-LIMIT
           END-EVALUATE

           IF FSP-OPR-AMOUNT IN MY-OPR > WS-LIMIT THEN
              MOVE 20 TO FSP-RETURN-CODE IN MY-OPR
           ELSE
              MOVE 0 TO FSP-RETURN-CODE IN MY-OPR
           END-IF.

      *----------------------------------------------------------------*
       INQUIRE-OPERATOR.
           PERFORM FETCH-OPERATOR
           IF FSP-RETURN-CODE IN MY-OPR = 0 THEN
              PERFORM RETURN-OPERATOR-ROW
           END-IF.

       FETCH-OPERATOR.
           EXEC SQL
              SELECT OPERATOR, CICSUSERID, OPERROLE,
                     CLMPAYLIMIT, UWLIMIT, RSVLIMIT,
                     CHAR(VALIDFROM, ISO),
                     COALESCE(CHAR(VALIDTO, ISO), ' ')
              INTO   :WS-FETCH-OPERATOR, :WS-FETCH-CICS-USER,
                     :WS-FETCH-ROLE, :DB2-CLMPAY-LIMIT-INT,
                     :DB2-UW-LIMIT-INT, :DB2-RSV-LIMIT-INT,
                     :WS-FETCH-VALID-FROM, :WS-FETCH-VALID-TO
              FROM   GENASA1.OPERLIMIT
              WHERE  OPERATOR = :FSP-OPR-OPERATOR
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                  MOVE 0 TO FSP-RETURN-CODE IN MY-OPR
               WHEN SQLCODE = 100
                  MOVE 12 TO FSP-RETURN-CODE IN MY-OPR
               WHEN OTHER
                  PERFORM LOG-SQL-ERROR
                  MOVE 8 TO FSP-RETURN-CODE IN MY-OPR
           END-EVALUATE.

       RETURN-OPERATOR-ROW.
           MOVE WS-FETCH-OPERATOR TO FSP-OPR-OPERATOR IN MY-OPR
           MOVE WS-FETCH-CICS-USER TO FSP-OPR-CICS-USER IN MY-OPR
           MOVE WS-FETCH-ROLE TO FSP-OPR-ROLE IN MY-OPR
           MOVE DB2-CLMPAY-LIMIT-INT TO
                FSP-OPR-CLMPAY-LIMIT IN MY-OPR
           MOVE DB2-UW-LIMIT-INT TO FSP-OPR-UW-LIMIT IN MY-OPR
           MOVE DB2-RSV-LIMIT-INT TO FSP-OPR-RSV-LIMIT IN MY-OPR
           MOVE WS-FETCH-VALID-FROM TO FSP-OPR-VALID-FROM IN MY-OPR
           MOVE WS-FETCH-VALID-TO TO FSP-OPR-VALID-TO IN MY-OPR.

      *----------------------------------------------------------------*
      *    NOBODY RAISES THEIR OWN LIMITS - THE MAINTAINER NEEDS
      *    THE OPRLIMIT AUTHORITY AND MAY NOT TOUCH THE ROW TIED TO
      *    THEIR OWN USERID.
       CHECK-MAINTAINER.
           MOVE 0 TO FSP-RETURN-CODE IN MY-OPR
           EXEC SQL
              SELECT COUNT(*)
              INTO   :WS-AUTH-COUNT
              FROM   GENASA1.OPERAUTH
              WHERE  OPERATOR = :WS-USERID
                AND  AUTHORITY = 'OPRLIMIT'
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-OPR
              GOBACK
           END-IF
           IF WS-AUTH-COUNT = 0 OR
              FSP-OPR-CICS-USER IN MY-OPR = WS-USERID THEN
              MOVE 16 TO FSP-RETURN-CODE IN MY-OPR
              GOBACK
           END-IF.

       VALIDATE-OPERATOR-DATA.
           IF FSP-OPR-OPERATOR IN MY-OPR = SPACES OR
              FSP-OPR-CICS-USER IN MY-OPR = SPACES OR
              FSP-OPR-ROLE IN MY-OPR = SPACES OR
              FSP-OPR-VALID-FROM IN MY-OPR = SPACES OR
              FSP-OPR-CLMPAY-LIMIT IN MY-OPR NOT NUMERIC OR
              FSP-OPR-UW-LIMIT IN MY-OPR NOT NUMERIC OR
              FSP-OPR-RSV-LIMIT IN MY-OPR NOT NUMERIC THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-OPR
              GOBACK
           END-IF
           IF FSP-OPR-VALID-TO IN MY-OPR NOT = SPACES AND
              FSP-OPR-VALID-TO IN MY-OPR <
              FSP-OPR-VALID-FROM IN MY-OPR THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-OPR
              GOBACK
           END-IF.

      *    ONE ROW PER OPERATOR AND ONE OPERATOR PER CICS USERID -
      *    OTHERWISE OPRCHK COULD NOT SAY WHO IS SIGNED ON.
       ADD-OPERATOR.
           PERFORM CHECK-MAINTAINER
           PERFORM VALIDATE-OPERATOR-DATA

           EXEC SQL
              SELECT COUNT(*)
              INTO   :DB2-DUP-COUNT
              FROM   GENASA1.OPERLIMIT
              WHERE  OPERATOR = :FSP-OPR-OPERATOR
                 OR  CICSUSERID = :FSP-OPR-CICS-USER
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-OPR
              GOBACK
           END-IF
           IF DB2-DUP-COUNT > 0 THEN
              MOVE 24 TO FSP-RETURN-CODE IN MY-OPR
              GOBACK
           END-IF

           PERFORM LOAD-LIMITS-FROM-COMMAREA
           EXEC SQL
              INSERT INTO GENASA1.OPERLIMIT
                        ( OPERATOR,
                          CICSUSERID,
                          OPERROLE,
                          CLMPAYLIMIT,
                          UWLIMIT,
                          RSVLIMIT,
                          VALIDFROM,
                          VALIDTO,
                          CHANGEDBY,
                          CHANGEDTS )
                 VALUES ( :FSP-OPR-OPERATOR,
                          :FSP-OPR-CICS-USER,
                          :FSP-OPR-ROLE,
                          :DB2-CLMPAY-LIMIT-INT,
                          :DB2-UW-LIMIT-INT,
                          :DB2-RSV-LIMIT-INT,
                          :FSP-OPR-VALID-FROM,
                          NULLIF(:FSP-OPR-VALID-TO, ' '),
                          :WS-USERID,
                          CURRENT TIMESTAMP )
           END-EXEC

           IF SQLCODE = 0 THEN
              MOVE 0 TO FSP-RETURN-CODE IN MY-OPR
              MOVE SPACES TO WS-AUDIT-IMAGE
              MOVE WS-AUDIT-IMAGE TO AUD-BEFORE-IMAGE IN WS-AUDIT
              PERFORM WRITE-AUDIT-TRAIL
           ELSE
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-OPR
           END-IF.

      *    THE OPERATOR ID IS THE KEY AND STAYS; EVERYTHING ELSE
      *    ON THE ROW MAY BE CHANGED.
       UPDATE-OPERATOR.
           PERFORM FETCH-OPERATOR
           IF FSP-RETURN-CODE IN MY-OPR NOT = 0 THEN
              GOBACK
           END-IF
           PERFORM CHECK-MAINTAINER
           IF WS-FETCH-CICS-USER = WS-USERID THEN
              MOVE 16 TO FSP-RETURN-CODE IN MY-OPR
              GOBACK
           END-IF
           PERFORM VALIDATE-OPERATOR-DATA

           EXEC SQL
              SELECT COUNT(*)
              INTO   :DB2-DUP-COUNT
              FROM   GENASA1.OPERLIMIT
              WHERE  CICSUSERID = :FSP-OPR-CICS-USER
                AND  OPERATOR <> :FSP-OPR-OPERATOR
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-OPR
              GOBACK
           END-IF
           IF DB2-DUP-COUNT > 0 THEN
              MOVE 24 TO FSP-RETURN-CODE IN MY-OPR
              GOBACK
           END-IF

           PERFORM LOAD-BEFORE-IMAGE
           PERFORM LOAD-LIMITS-FROM-COMMAREA
           EXEC SQL
              UPDATE GENASA1.OPERLIMIT
              SET    CICSUSERID  = :FSP-OPR-CICS-USER,
                     OPERROLE    = :FSP-OPR-ROLE,
                     CLMPAYLIMIT = :DB2-CLMPAY-LIMIT-INT,
                     UWLIMIT     = :DB2-UW-LIMIT-INT,
                     RSVLIMIT    = :DB2-RSV-LIMIT-INT,
                     VALIDFROM   = :FSP-OPR-VALID-FROM,
                     VALIDTO     = NULLIF(:FSP-OPR-VALID-TO, ' '),
                     CHANGEDBY   = :WS-USERID,
                     CHANGEDTS   = CURRENT TIMESTAMP
              WHERE  OPERATOR = :FSP-OPR-OPERATOR
           END-EXEC

           IF SQLCODE = 0 THEN
              MOVE 0 TO FSP-RETURN-CODE IN MY-OPR
              PERFORM WRITE-AUDIT-TRAIL
           ELSE
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-OPR
           END-IF.

       END-OPERATOR.
           PERFORM FETCH-OPERATOR
           IF FSP-RETURN-CODE IN MY-OPR NOT = 0 THEN
              GOBACK
           END-IF
           MOVE WS-FETCH-CICS-USER TO FSP-OPR-CICS-USER IN MY-OPR
           PERFORM CHECK-MAINTAINER

           PERFORM LOAD-BEFORE-IMAGE
           EXEC SQL
              UPDATE GENASA1.OPERLIMIT
              SET    VALIDTO   = CURRENT DATE,
                     CHANGEDBY = :WS-USERID,
                     CHANGEDTS = CURRENT TIMESTAMP
              WHERE  OPERATOR = :FSP-OPR-OPERATOR
           END-EXEC

           IF SQLCODE = 0 THEN
              MOVE 0 TO FSP-RETURN-CODE IN MY-OPR
              PERFORM FETCH-OPERATOR
              PERFORM RETURN-OPERATOR-ROW
              PERFORM WRITE-AUDIT-TRAIL
           ELSE
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-OPR
           END-IF.

       LOAD-LIMITS-FROM-COMMAREA.
           MOVE FSP-OPR-CLMPAY-LIMIT IN MY-OPR TO
                DB2-CLMPAY-LIMIT-INT
           MOVE FSP-OPR-UW-LIMIT IN MY-OPR TO DB2-UW-LIMIT-INT
           MOVE FSP-OPR-RSV-LIMIT IN MY-OPR TO DB2-RSV-LIMIT-INT.

       LOAD-BEFORE-IMAGE.
           MOVE SPACES TO WS-AUDIT-IMAGE
           MOVE WS-FETCH-CICS-USER TO WS-AUD-CICS-USER
           MOVE WS-FETCH-ROLE TO WS-AUD-ROLE
           MOVE DB2-CLMPAY-LIMIT-INT TO WS-AUD-CLMPAY-LIMIT
           MOVE DB2-UW-LIMIT-INT TO WS-AUD-UW-LIMIT
           MOVE DB2-RSV-LIMIT-INT TO WS-AUD-RSV-LIMIT
           MOVE WS-FETCH-VALID-FROM TO WS-AUD-VALID-FROM
           MOVE WS-FETCH-VALID-TO TO WS-AUD-VALID-TO
           MOVE WS-AUDIT-IMAGE TO AUD-BEFORE-IMAGE IN WS-AUDIT.

       WRITE-AUDIT-TRAIL.
           MOVE 'OPRPGM1 ' TO AUD-PROGRAM IN WS-AUDIT
           MOVE FSP-REQUEST-ID IN MY-OPR TO
                AUD-REQUEST-ID IN WS-AUDIT
           MOVE FSP-OPR-OPERATOR IN MY-OPR TO AUD-KEY IN WS-AUDIT
           MOVE WS-USERID TO AUD-OPERATOR IN WS-AUDIT
           MOVE SPACES TO WS-AUDIT-IMAGE
           MOVE FSP-OPR-CICS-USER IN MY-OPR TO WS-AUD-CICS-USER
           MOVE FSP-OPR-ROLE IN MY-OPR TO WS-AUD-ROLE
           MOVE FSP-OPR-CLMPAY-LIMIT IN MY-OPR TO WS-AUD-CLMPAY-LIMIT
           MOVE FSP-OPR-UW-LIMIT IN MY-OPR TO WS-AUD-UW-LIMIT
           MOVE FSP-OPR-RSV-LIMIT IN MY-OPR TO WS-AUD-RSV-LIMIT
           MOVE FSP-OPR-VALID-FROM IN MY-OPR TO WS-AUD-VALID-FROM
           MOVE FSP-OPR-VALID-TO IN MY-OPR TO WS-AUD-VALID-TO
           MOVE WS-AUDIT-IMAGE TO AUD-AFTER-IMAGE IN WS-AUDIT
           CALL 'AUDPGM1' USING DFHEIBLK DFHCOMMAREA WS-AUDIT.

       LOG-SQL-ERROR.
           MOVE 'OPRPGM1 ' TO ERR-PROGRAM
           MOVE SPACES TO ERR-PARAGRAPH
           MOVE FSP-OPR-OPERATOR IN MY-OPR TO ERR-KEY-VALUES
           MOVE SQLCODE TO ERR-SQLCODE
           MOVE SQLSTATE TO ERR-SQLSTATE
           MOVE SQLERRMC TO ERR-SQLERRMC
           CALL 'LGSQLERR' USING WS-SQLERR.

       END PROGRAM OPRPGM1.
