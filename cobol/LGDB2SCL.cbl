      *    (FULL REPLACE - THE FILE IS THE TRUTH), THEN RE-SCREENS
      *    THE WHOLE CUSTOMER TABLE WITH THE SAME FUZZY MATCH
      *    ADDIPGMI APPLIES AT INSERT TIME: SURNAME CONTAINED IN
      *    THE LISTED NAME AND DATE OF BIRTH EQUAL OR NOT HELD, OR
      *    THE SAME IDENTITY TYPE, ISSUING COUNTRY AND NUMBER AS THE
      *    CUSTOMER'S CPR, PASSPORT OR FOREIGN NATIONAL ID. THE LIST
      *    FILE CARRIES THE LISTED IDENTITY DOCUMENT WHERE THE
      *    PROVIDER PUBLISHES ONE ('C', 'P' OR 'N' AS ON CUSTOMER).
      *    FRESH HITS GO TO THE SANCTIONHIT WORKLIST AS PENDING;
      *    HITS AN OFFICER ALREADY DISPOSED OF ARE NOT RE-RAISED.
       ENVIRONMENT DIVISION.
           05 LI-LISTNAME            PIC X(10).
           05 LI-FULLNAME            PIC X(40).
           05 LI-DATEOFBIRTH         PIC X(10).
           05 LI-IDTYPE              PIC X(1).
           05 LI-IDCOUNTRY           PIC X(2).
           05 LI-IDNUMBER            PIC X(20).
           05 FILLER                 PIC X(8).

       WORKING-STORAGE SECTION.

       01  DB2-CUSTNO-INT            PIC S9(9) COMP.
       01  WS-FETCH-LASTNAME         PIC X(20).
       01  WS-FETCH-DOB              PIC X(10).
       01  WS-FETCH-IDTYPE           PIC X(1).
       01  WS-FETCH-IDCOUNTRY        PIC X(2).
       01  WS-FETCH-IDNUMBER         PIC X(20).
       01  WS-FETCH-CPRNUMBER        PIC X(10).
      *    IDENTITY THE LIST IS SCREENED ON - THE CPR FOR A CPR
      *    HOLDER, OTHERWISE THE FOREIGN DOCUMENT NUMBER
       01  WS-SCR-ID-TYPE            PIC X(1).
       01  WS-SCR-ID-COUNTRY         PIC X(2).
       01  WS-SCR-ID-NUMBER          PIC X(20).
      *    LIKE PATTERN AS A VARCHAR, THE WAY ADDIPGMF BUILDS ITS
      *    SEARCH PATTERN - A FIXED CHAR HOST VARIABLE WOULD MAKE
      *    THE TRAILING BLANKS PART OF THE PATTERN AND MISS

           EXEC SQL
             DECLARE CCUS CURSOR WITH HOLD FOR
               SELECT CUSTOMERNUMBER, LASTNAME, DATEOFBIRTH,
                      COALESCE(IDTYPE, ' '),
                      COALESCE(IDCOUNTRY, ' '),
                      COALESCE(IDNUMBER, ' '),
                      COALESCE(CPRNUMBER, ' ')
               FROM   CUSTOMER
               ORDER BY CUSTOMERNUMBER
           END-EXEC.

      *    LIST ENTRIES WHOSE NAME CONTAINS THE CUSTOMER'S SURNAME
      *    AND WHOSE DATE OF BIRTH MATCHES OR IS NOT HELD, OR WHICH
      *    CARRY THE CUSTOMER'S OWN IDENTITY. A CUSTOMER WITH NO
      *    IDENTITY SCREENS ON BLANKS, WHICH NO ENTRY CARRYING A
      *    NUMBER CAN MATCH.
           EXEC SQL
             DECLARE CHIT CURSOR FOR
               SELECT ENTRYID
               FROM   GENASA1.SANCTIONLIST
               WHERE  (FULLNAME LIKE :WS-NAME-PATTERN
                 AND   (DATEOFBIRTH IS NULL OR
                        DATEOFBIRTH = :WS-FETCH-DOB))
                  OR  (IDNUMBER > ' '
                 AND   IDNUMBER = :WS-SCR-ID-NUMBER
                 AND   IDTYPE = :WS-SCR-ID-TYPE
                 AND   IDCOUNTRY = :WS-SCR-ID-COUNTRY)
           END-EXEC.

      * Common SQL-error handler interface
                        ( ENTRYID,
                          LISTNAME,
                          FULLNAME,
                          DATEOFBIRTH,
                          IDTYPE,
                          IDCOUNTRY,
                          IDNUMBER )
                 VALUES ( :DB2-ENTRYID-INT,
                          :LI-LISTNAME,
                          :LI-FULLNAME,
                          :WS-LIST-DOB :WS-LIST-DOB-IND,
                          :LI-IDTYPE,
                          :LI-IDCOUNTRY,
                          :LI-IDNUMBER )
           END-EXEC.
           IF SQLCODE = 0 THEN
              ADD 1 TO WS-CNT-LOADED
           EXEC SQL
              FETCH CCUS
              INTO :DB2-CUSTNO-INT, :WS-FETCH-LASTNAME,
                   :WS-FETCH-DOB, :WS-FETCH-IDTYPE,
                   :WS-FETCH-IDCOUNTRY, :WS-FETCH-IDNUMBER,
                   :WS-FETCH-CPRNUMBER
           END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM DISPLAY-SQL-ERROR

       SCREEN-ONE-CUSTOMER.
           PERFORM BUILD-NAME-PATTERN.
           PERFORM SET-SCREEN-IDENTITY.

           EXEC SQL OPEN CHIT END-EXEC.
           IF SQLCODE NOT = 0 THEN
           MOVE '%' TO WS-NAME-PATTERN-TEXT(WS-NAME-LEN + 2:1).
           COMPUTE WS-NAME-PATTERN-LEN = WS-NAME-LEN + 2.

      *    A FOREIGN-ID HOLDER SCREENS ON THE DOCUMENT HELD; ANYONE
      *    ELSE WITH A CPR - INCLUDING A ROW FROM BEFORE THE IDENTITY
      *    TYPE WAS HELD - SCREENS ON THE CPR AS A DK 'C' IDENTITY.
       SET-SCREEN-IDENTITY.
           MOVE SPACES TO WS-SCR-ID-TYPE WS-SCR-ID-COUNTRY
                          WS-SCR-ID-NUMBER.
           EVALUATE TRUE
               WHEN WS-FETCH-IDTYPE = 'P' OR WS-FETCH-IDTYPE = 'N'
                  MOVE WS-FETCH-IDTYPE TO WS-SCR-ID-TYPE
                  MOVE WS-FETCH-IDCOUNTRY TO WS-SCR-ID-COUNTRY
                  MOVE WS-FETCH-IDNUMBER TO WS-SCR-ID-NUMBER
               WHEN WS-FETCH-CPRNUMBER NOT = SPACES
                  MOVE 'C' TO WS-SCR-ID-TYPE
                  MOVE 'DK' TO WS-SCR-ID-COUNTRY
                  MOVE WS-FETCH-CPRNUMBER TO WS-SCR-ID-NUMBER
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.

       FETCH-CHIT.
           EXEC SQL
              FETCH CHIT
