       ID DIVISION.
       PROGRAM-ID. ADRPGM1.
      ***
      *
      *    (C) 2026 IBM FLEMMING PETERSEN
      *    PROTECTED NAME AND ADDRESS (ADRESSEBESKYTTELSE). THE
      *    MARKER ON THE CUSTOMER ROW IS NORMALLY CARRIED IN FROM
      *    THE CPR AGENCY FEED BY LGDB2CPE; ADRSET AND ADRCLR LET
      *    AN AUTHORISED OPERATOR SET OR LIFT IT BY HAND (SOURCE
      *    'M'), WITH A BEFORE/AFTER ROW ON AUDITLOG. ADRINQ
      *    RETURNS THE MARKER AND WHETHER THE OPERATOR MAY SEE A
      *    PROTECTED ADDRESS - A CUSTOMER NUMBER OF ZERO RETURNS
      *    THE AUTHORITY ONLY, WHICH IS HOW THE INQUIRY AND SEARCH
      *    SERVICES DECIDE WHETHER TO MASK. THE AUTHORITY IS A
      *    ROW ON OPERAUTH WITH AUTHORITY 'ADRPROT', MAINTAINED BY
      *    THE DBA, AND IS ALWAYS CHECKED FOR THE SIGNED-ON USER.
      *    RETURN CODES: 0 OK, 4 INVALID REQUEST,
      *    8 SQL ERROR, 12 CUSTOMER NOT FOUND, 16 OPERATOR NOT
      *    AUTHORISED TO MAINTAIN THE MARKER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Host variables for input to DB2 integer types

       01  DB2-IN-INTEGERS.
           03 DB2-CUSTOMERNUMBER-INT   PIC S9(9) COMP.

       01  WS-OPERATOR                 PIC X(8).
       01  WS-AUTH-COUNT               PIC S9(9) COMP.
       01  WS-MAY-SEE-SW               PIC X(1).
           88 WS-MAY-SEE                         VALUE 'Y'.

       01  WS-FETCH-PROTECT            PIC X(1).
       01  WS-FETCH-SOURCE             PIC X(1).
       01  WS-FETCH-DATE               PIC X(10).
       01  WS-NEW-PROTECT              PIC X(1).
       01  WS-TODAY-ISO                PIC X(10).

      * Before/after images for the common AUDITLOG trail
       01  WS-AUDIT.
           COPY AUDCPY1.

       01  WS-AUDIT-IMAGE.
           03 WS-AUD-PROTECT           PIC X(1).
           03 WS-AUD-SOURCE            PIC X(1).
           03 WS-AUD-DATE              PIC X(10).

           EXEC SQL INCLUDE SQLCA      END-EXEC.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.

       LINKAGE SECTION.
       01  MY-ADR.
           COPY ADRCPY1.

       PROCEDURE DIVISION USING MY-ADR.
      *
       MAIN SECTION.
       MAIN1.

           MOVE FSP-ADR-CUSTOMER-NUM IN MY-ADR TO
                DB2-CUSTOMERNUMBER-INT

      *    THE AUTHORITY IS THE SIGNED-ON USER'S, WHATEVER THE
      *    CALLER PUT IN THE OPERATOR FIELD.
           EXEC CICS ASSIGN USERID(WS-OPERATOR) NOHANDLE END-EXEC
           MOVE WS-OPERATOR TO FSP-ADR-OPERATOR IN MY-ADR

           PERFORM CHECK-AUTHORITY
           IF FSP-RETURN-CODE IN MY-ADR = 8 THEN
              GOBACK
           END-IF

           EVALUATE FSP-REQUEST-ID IN MY-ADR
               WHEN 'ADRINQ'
                  PERFORM INQUIRE-PROTECTION
               WHEN 'ADRSET'
                  MOVE 'Y' TO WS-NEW-PROTECT
                  PERFORM MAINTAIN-PROTECTION
               WHEN 'ADRCLR'
                  MOVE 'N' TO WS-NEW-PROTECT
                  PERFORM MAINTAIN-PROTECTION
               WHEN OTHER
                  MOVE 4 TO FSP-RETURN-CODE IN MY-ADR
           END-EVALUATE.

           GOBACK.

      *    AN OPERATOR WITH NO OPERAUTH ROW SIMPLY HAS NO
      *    AUTHORITY - THAT IS NOT AN ERROR.
       CHECK-AUTHORITY.
           MOVE 0 TO FSP-RETURN-CODE IN MY-ADR
           MOVE 'N' TO WS-MAY-SEE-SW
           EXEC SQL
              SELECT COUNT(*)
              INTO   :WS-AUTH-COUNT
              FROM   GENASA1.OPERAUTH
              WHERE  OPERATOR = :WS-OPERATOR
                AND  AUTHORITY = 'ADRPROT'
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                  IF WS-AUTH-COUNT > 0 THEN
                     MOVE 'Y' TO WS-MAY-SEE-SW
                  END-IF
               WHEN OTHER
                  PERFORM LOG-SQL-ERROR
                  MOVE 8 TO FSP-RETURN-CODE IN MY-ADR
           END-EVALUATE
           MOVE WS-MAY-SEE-SW TO FSP-ADR-MAY-SEE IN MY-ADR.

       INQUIRE-PROTECTION.
           MOVE SPACES TO FSP-ADR-PROTECTED IN MY-ADR
           MOVE SPACES TO FSP-ADR-SOURCE IN MY-ADR
           MOVE SPACES TO FSP-ADR-DATE IN MY-ADR
           IF DB2-CUSTOMERNUMBER-INT = 0 THEN
              MOVE 0 TO FSP-RETURN-CODE IN MY-ADR
           ELSE
              PERFORM FETCH-PROTECTION
              IF FSP-RETURN-CODE IN MY-ADR = 0 THEN
                 MOVE WS-FETCH-PROTECT TO
                      FSP-ADR-PROTECTED IN MY-ADR
                 MOVE WS-FETCH-SOURCE TO FSP-ADR-SOURCE IN MY-ADR
                 MOVE WS-FETCH-DATE TO FSP-ADR-DATE IN MY-ADR
              END-IF
           END-IF.

       FETCH-PROTECTION.
           EXEC SQL
              SELECT COALESCE(ADDRPROTECT, 'N'),
                     COALESCE(ADDRPROTSRC, ' '),
                     COALESCE(CHAR(ADDRPROTDATE, ISO), ' ')
              INTO   :WS-FETCH-PROTECT, :WS-FETCH-SOURCE,
                     :WS-FETCH-DATE
              FROM   CUSTOMER
              WHERE  CUSTOMERNUMBER = :DB2-CUSTOMERNUMBER-INT
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                  MOVE 0 TO FSP-RETURN-CODE IN MY-ADR
               WHEN SQLCODE = 100
                  MOVE 12 TO FSP-RETURN-CODE IN MY-ADR
               WHEN OTHER
                  PERFORM LOG-SQL-ERROR
                  MOVE 8 TO FSP-RETURN-CODE IN MY-ADR
           END-EVALUATE.

      *    ONLY AN OPERATOR WHO MAY SEE PROTECTED ADDRESSES MAY
      *    SET OR LIFT THE MARKER.
       MAINTAIN-PROTECTION.
           IF NOT WS-MAY-SEE THEN
              MOVE 16 TO FSP-RETURN-CODE IN MY-ADR
              GOBACK
           END-IF

           PERFORM FETCH-PROTECTION
           IF FSP-RETURN-CODE IN MY-ADR NOT = 0 THEN
              GOBACK
           END-IF

           EXEC SQL
              UPDATE CUSTOMER
              SET    ADDRPROTECT  = :WS-NEW-PROTECT,
                     ADDRPROTSRC  = 'M',
                     ADDRPROTDATE = CURRENT DATE
              WHERE  CUSTOMERNUMBER = :DB2-CUSTOMERNUMBER-INT
           END-EXEC

           IF SQLCODE = 0 THEN
              MOVE 0 TO FSP-RETURN-CODE IN MY-ADR
              MOVE WS-NEW-PROTECT TO FSP-ADR-PROTECTED IN MY-ADR
              MOVE 'M' TO FSP-ADR-SOURCE IN MY-ADR
              EXEC SQL
                 SET :WS-TODAY-ISO = CHAR(CURRENT DATE, ISO)
              END-EXEC
              MOVE WS-TODAY-ISO TO FSP-ADR-DATE IN MY-ADR
              PERFORM WRITE-AUDIT-TRAIL
           ELSE
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-ADR
           END-IF.

       WRITE-AUDIT-TRAIL.
           MOVE 'ADRPGM1 ' TO AUD-PROGRAM IN WS-AUDIT
           MOVE FSP-REQUEST-ID IN MY-ADR TO
                AUD-REQUEST-ID IN WS-AUDIT
           MOVE FSP-ADR-CUSTOMER-NUM IN MY-ADR TO AUD-KEY IN WS-AUDIT
           MOVE WS-OPERATOR TO AUD-OPERATOR IN WS-AUDIT
           MOVE WS-FETCH-PROTECT TO WS-AUD-PROTECT
           MOVE WS-FETCH-SOURCE TO WS-AUD-SOURCE
           MOVE WS-FETCH-DATE TO WS-AUD-DATE
           MOVE WS-AUDIT-IMAGE TO AUD-BEFORE-IMAGE IN WS-AUDIT
           MOVE FSP-ADR-PROTECTED IN MY-ADR TO WS-AUD-PROTECT
           MOVE FSP-ADR-SOURCE IN MY-ADR TO WS-AUD-SOURCE
           MOVE FSP-ADR-DATE IN MY-ADR TO WS-AUD-DATE
           MOVE WS-AUDIT-IMAGE TO AUD-AFTER-IMAGE IN WS-AUDIT
           CALL 'AUDPGM1' USING DFHEIBLK DFHCOMMAREA WS-AUDIT.

       LOG-SQL-ERROR.
           MOVE 'ADRPGM1 ' TO ERR-PROGRAM
           MOVE SPACES TO ERR-PARAGRAPH
           MOVE FSP-ADR-CUSTOMER-NUM IN MY-ADR TO ERR-KEY-VALUES
           MOVE SQLCODE TO ERR-SQLCODE
           MOVE SQLSTATE TO ERR-SQLSTATE
           MOVE SQLERRMC TO ERR-SQLERRMC
           CALL 'LGSQLERR' USING WS-SQLERR.

       END PROGRAM ADRPGM1.
