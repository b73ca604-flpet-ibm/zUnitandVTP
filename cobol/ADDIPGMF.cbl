      *    REQUIRE. TAKES A FULL OR PARTIAL (LEADING) LAST NAME PLUS
      *    AN OPTIONAL POSTCODE AND RETURNS UP TO 100 MATCHES IN THE
      *    FSP-CUSTOMER-SEARCH AREA SO THE AGENT CAN PICK THE RIGHT
      *    CUSTOMER AND DRIVE THE EXISTING INQUIRIES. UNLESS THE
      *    OPERATOR HOLDS THE ADRPROT AUTHORITY (ASKED OF ADRPGM1
      *    ONCE PER SEARCH), A CUSTOMER UNDER NAME AND ADDRESS
      *    PROTECTION COMES BACK WITH THE ADDRESS MASKED, AND IS
      *    NOT FOUND AT ALL BY A NAME PLUS POSTCODE SEARCH - THE
      *    HIT WOULD GIVE THE ADDRESS AWAY. EVERY CUSTOMER HANDED
      *    BACK IS RECORDED ON ACCESSLOG THROUGH ALGPGM1.
      *    RETURN CODES:
      *    0 MATCHES RETURNED, 4 NO MATCH / BLANK LAST NAME,
      *    8 SQL ERROR.
       ENVIRONMENT DIVISION.
       01  WS-FETCH-HOUSE-NAME         PIC X(20).
       01  WS-FETCH-HOUSE-NUM          PIC X(4).
       01  WS-FETCH-POSTCODE           PIC X(8).
       01  WS-FETCH-ADDRPROTECT        PIC X(1).
       01  WS-MAY-SEE-SW               PIC X VALUE 'N'.
           88 WS-MAY-SEE                     VALUE 'Y'.

      * Protected-address authority check through ADRPGM1
       01  WS-ADR.
           COPY ADRCPY1.

      * Personal-data access log through ALGPGM1
       01  WS-ALG.
           COPY ALGCPY1.
       01  WS-MATCH-COUNT              PIC S9(4) COMP VALUE 0.
       01  WS-USE-POSTCODE-SW          PIC X VALUE 'N'.
           88 WS-USE-POSTCODE                VALUE 'Y'.
                      DATEOFBIRTH,
                      HOUSENAME,
                      HOUSENUMBER,
                      POSTCODE,
                      COALESCE(ADDRPROTECT, 'N')
               FROM CUSTOMER
               WHERE LASTNAME LIKE :WS-NAME-PATTERN
               ORDER BY LASTNAME, FIRSTNAME
                      DATEOFBIRTH,
                      HOUSENAME,
                      HOUSENUMBER,
                      POSTCODE,
                      COALESCE(ADDRPROTECT, 'N')
               FROM CUSTOMER
               WHERE LASTNAME LIKE :WS-NAME-PATTERN
                 AND POSTCODE = :WS-POSTCODE
                 AND (COALESCE(ADDRPROTECT, 'N') <> 'Y'
                      OR :WS-MAY-SEE-SW = 'Y')
               ORDER BY LASTNAME, FIRSTNAME
           END-EXEC.

           END-IF

           PERFORM BUILD-NAME-PATTERN
           PERFORM CHECK-ADDRESS-AUTHORITY

           IF FSP-SRCH-POSTCODE IN MY-CUST = SPACES THEN
              MOVE 'N' TO WS-USE-POSTCODE-SW
           MOVE '%' TO WS-NAME-PATTERN-TEXT(WS-NAME-LEN + 1:1)
           COMPUTE WS-NAME-PATTERN-LEN = WS-NAME-LEN + 1.

      *    ADRPGM1 WITH CUSTOMER ZERO ANSWERS FOR THE OPERATOR ONLY.
      *    ANY ANSWER OTHER THAN AN EXPLICIT 'Y' MASKS.
       CHECK-ADDRESS-AUTHORITY.
           MOVE 'ADRINQ' TO FSP-REQUEST-ID IN WS-ADR
           MOVE 0 TO FSP-ADR-CUSTOMER-NUM IN WS-ADR
           MOVE SPACES TO FSP-ADR-OPERATOR IN WS-ADR
           MOVE 'N' TO FSP-ADR-MAY-SEE IN WS-ADR
           CALL 'ADRPGM1' USING DFHEIBLK DFHCOMMAREA WS-ADR
           IF FSP-ADR-MAY-SEE IN WS-ADR = 'Y' THEN
              SET WS-MAY-SEE TO TRUE
           ELSE
              MOVE 'N' TO WS-MAY-SEE-SW
           END-IF.

       SEARCH-BY-NAME.
           EXEC SQL OPEN C1 END-EXEC
           IF SQLCODE NOT = 0 THEN
                   :WS-FETCH-DOB,
                   :WS-FETCH-HOUSE-NAME,
                   :WS-FETCH-HOUSE-NUM,
                   :WS-FETCH-POSTCODE,
                   :WS-FETCH-ADDRPROTECT
           END-EXEC
           IF SQLCODE < 0 THEN
              PERFORM LOG-SQL-ERROR
                   :WS-FETCH-DOB,
                   :WS-FETCH-HOUSE-NAME,
                   :WS-FETCH-HOUSE-NUM,
                   :WS-FETCH-POSTCODE,
                   :WS-FETCH-ADDRPROTECT
           END-EXEC
           IF SQLCODE < 0 THEN
              PERFORM LOG-SQL-ERROR
           END-IF.

       STORE-ONE-MATCH.
           IF WS-FETCH-ADDRPROTECT = 'Y' AND NOT WS-MAY-SEE THEN
              MOVE ALL '*' TO WS-FETCH-HOUSE-NAME
              MOVE ALL '*' TO WS-FETCH-HOUSE-NUM
              MOVE ALL '*' TO WS-FETCH-POSTCODE
           END-IF
           ADD 1 TO WS-MATCH-COUNT
           MOVE DB2-CUSTOMERNUMBER-INT TO
                FSP-SRCH-CUST-NUM IN MY-CUST(WS-MATCH-COUNT)
           MOVE WS-FETCH-HOUSE-NUM TO
                FSP-SRCH-HOUSE-NUM IN MY-CUST(WS-MATCH-COUNT)
           MOVE WS-FETCH-POSTCODE TO
                FSP-SRCH-ZIP IN MY-CUST(WS-MATCH-COUNT)
           PERFORM LOG-PERSONAL-DATA-ACCESS.

      *    ONE ROW PER CUSTOMER HANDED BACK. THE LOG RC IS NOT
      *    TESTED - A DOWN LOG NEVER STOPS THE SEARCH.
       LOG-PERSONAL-DATA-ACCESS.
           MOVE 'ADDIPGMF' TO ALG-PROGRAM IN WS-ALG
           MOVE FSP-REQUEST-ID IN MY-CUST TO ALG-REQUEST-ID IN WS-ALG
           MOVE DB2-CUSTOMERNUMBER-INT TO ALG-CUSTOMER-NUM IN WS-ALG
           MOVE SPACES TO ALG-CPR IN WS-ALG
           MOVE SPACES TO ALG-OPERATOR IN WS-ALG
           CALL 'ALGPGM1' USING DFHEIBLK DFHCOMMAREA WS-ALG.

       LOG-SQL-ERROR.
           MOVE 'ADDIPGMF' TO ERR-PROGRAM
