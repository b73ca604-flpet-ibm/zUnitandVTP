      *    (C) 2026 IBM FLEMMING PETERSEN
      *    DOCUMENT ARCHIVE INQUIRY OVER THE DOCARCHIVE INDEX THE
      *    DOCUMENT-PRODUCING BATCHES (LGDB2LTR, LGDB2STM,
      *    LGDB2BNS) WRITE AND LGDB2SCN LOADS THE SCANNING
      *    BUREAU'S INBOUND ITEMS INTO. DOCLST LISTS A CUSTOMER'S
      *    DOCUMENTS IN BOTH DIRECTIONS NEWEST FIRST; DOCGET
      *    RETURNS ONE DOCUMENT'S ARCHIVE DATASET AND LINE COUNT
      *    (PAGE COUNT FOR A SCANNED ITEM) SO COMPLAINTS HANDLING
      *    CAN PULL THE EXACT LETTER THAT WENT OUT AND ANSWER "YOU
      *    NEVER TOLD ME" - OR THE FORM THE CUSTOMER SAYS THEY
      *    SENT. RETURN CODES: 0 OK, 4 INVALID REQUEST,
      *    8 SQL ERROR, 12 DOCUMENT NOT ON THE INDEX.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           03 DB2-DOCID-INT            PIC S9(9) COMP.
           03 DB2-POLICYNUMBER-INT     PIC S9(9) COMP.
           03 DB2-LINECOUNT-INT        PIC S9(9) COMP.
           03 DB2-CLAIMNUMBER-INT      PIC S9(9) COMP.

       01  WS-FETCH-TYPE               PIC X(3).
       01  WS-FETCH-GENDATE            PIC X(10).
       01  WS-FETCH-DSN                PIC X(44).
       01  WS-FETCH-DIRECTION          PIC X(1).
       01  WS-LIST-COUNT               PIC S9(4) COMP VALUE 0.

           EXEC SQL INCLUDE SQLCA      END-EXEC.

           EXEC SQL
             DECLARE C1 CURSOR FOR
               SELECT DOCID, POLICYNUMBER, DOCTYPE, GENDATE,
                      COALESCE(DIRECTION, 'O'),
                      COALESCE(CLAIMNUMBER, 0)
               FROM GENASA1.DOCARCHIVE
               WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUMBER-INT
               ORDER BY GENDATE DESC, DOCID DESC
              INTO :DB2-DOCID-INT,
                   :DB2-POLICYNUMBER-INT,
                   :WS-FETCH-TYPE,
                   :WS-FETCH-GENDATE,
                   :WS-FETCH-DIRECTION,
                   :DB2-CLAIMNUMBER-INT
           END-EXEC
           IF SQLCODE < 0 THEN
              PERFORM LOG-SQL-ERROR
           MOVE WS-FETCH-TYPE TO
                FSP-DOC-L-TYPE IN MY-DOC(WS-LIST-COUNT)
           MOVE WS-FETCH-GENDATE TO
                FSP-DOC-L-GENDATE IN MY-DOC(WS-LIST-COUNT)
           MOVE WS-FETCH-DIRECTION TO
                FSP-DOC-L-DIRECTION IN MY-DOC(WS-LIST-COUNT)
           MOVE DB2-CLAIMNUMBER-INT TO
                FSP-DOC-L-CLAIM IN MY-DOC(WS-LIST-COUNT).

      *    THE DOCUMENT CONTENT LIVES IN THE ARCHIVE DATASET - THE
      *    INQUIRY RETURNS WHERE, AND THE LINES CARRY THE DOCID AS
           MOVE FSP-DOC-ID IN MY-DOC TO DB2-DOCID-INT
           EXEC SQL
              SELECT POLICYNUMBER, DOCTYPE, GENDATE, ARCHIVEDSN,
                     LINECOUNT, COALESCE(DIRECTION, 'O'),
                     COALESCE(CLAIMNUMBER, 0)
              INTO   :DB2-POLICYNUMBER-INT, :WS-FETCH-TYPE,
                     :WS-FETCH-GENDATE, :WS-FETCH-DSN,
                     :DB2-LINECOUNT-INT, :WS-FETCH-DIRECTION,
                     :DB2-CLAIMNUMBER-INT
              FROM   GENASA1.DOCARCHIVE
              WHERE  DOCID = :DB2-DOCID-INT
           END-EXEC
                       FSP-DOC-G-DSN IN MY-DOC
                  MOVE DB2-LINECOUNT-INT TO
                       FSP-DOC-G-LINECOUNT IN MY-DOC
                  MOVE WS-FETCH-DIRECTION TO
                       FSP-DOC-G-DIRECTION IN MY-DOC
                  MOVE DB2-CLAIMNUMBER-INT TO
                       FSP-DOC-G-CLAIM IN MY-DOC
                  MOVE 0 TO FSP-RETURN-CODE IN MY-DOC
               WHEN SQLCODE = 100
                  MOVE 12 TO FSP-RETURN-CODE IN MY-DOC
