      ***
      *
      *    (C) 2019 IBM FLEMMING PETERSEN
      *    A CUSTOMER UNDER NAME AND ADDRESS PROTECTION HAS HOUSE
      *    NAME, NUMBER AND POSTCODE RETURNED MASKED UNLESS ADRPGM1
      *    SAYS THE OPERATOR HOLDS THE ADRPROT AUTHORITY. EVERY
      *    CUSTOMER RETURNED IS RECORDED ON ACCESSLOG THROUGH
      *    ALGPGM1. THE IDENTITY COMES BACK AS TYPE, ISSUING COUNTRY
      *    AND NUMBER - A CPR AS TYPE 'C', COUNTRY DK, INCLUDING ON A
      *    ROW FROM BEFORE THE IDENTITY TYPE WAS HELD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.

      * WORKING AREA THE POLICY SUMMARY CURSOR IS FETCHED INTO BEFORE
      * BEING MOVED, ENTRY BY ENTRY, INTO FSP-POLICY-DATA. SIZED TO
      * MATCH FSP-POLICY-DATA (32242 BYTES) EXACTLY SO THE FINAL MOVE
      * COVERS THE WHOLE AREA.
       01  WS-POLICY-SUMMARY-TABLE.
           05 WS-POLICY-ENTRY OCCURS 1612 TIMES
                               INDEXED BY WS-POLICY-IDX.
              10 WS-POL-NUMBER      PIC 9(9).
              10 WS-POL-TYPE        PIC X(1).
              10 WS-POL-EXPIRY      PIC X(10).
           05 FILLER                PIC X(2).

       01  WS-POLICY-COUNT          PIC S9(4) COMP VALUE 0.

       01  WS-ADDRPROTECT           PIC X(1).
       01  WS-CPRNUMBER             PIC X(10).

      * Protected-address authority check through ADRPGM1
       01  WS-ADR.
           COPY ADRCPY1.

      * Personal-data access log through ALGPGM1
       01  WS-ALG.
           COPY ALGCPY1.

           EXEC SQL INCLUDE SQLCA      END-EXEC.

           EXEC SQL
                      POSTCODE,
                      PHONEMOBILE,
                      PHONEHOME,
                      EMAILADDRESS,
                      COALESCE(PROFGROUP, ' '),
                      COALESCE(PREFLANG, 'D'),
                      COALESCE(ADDRPROTECT, 'N'),
                      COALESCE(IDTYPE, ' '),
                      COALESCE(IDCOUNTRY, ' '),
                      COALESCE(IDNUMBER, ' '),
                      COALESCE(CPRNUMBER, ' ')
               INTO  :FSP-FIRST-NAME,
                     :FSP-LAST-NAME,
                     :FSP-DOB,
                     :FSP-POSTCODE,
                     :FSP-PHONE-MOBILE,
                     :FSP-PHONE-HOME,
                     :FSP-EMAIL-ADDRESS,
                     :FSP-PROF-GROUP,
                     :FSP-PREF-LANG,
                     :WS-ADDRPROTECT,
                     :FSP-ID-TYPE,
                     :FSP-ID-COUNTRY,
                     :FSP-ID-NUMBER,
                     :WS-CPRNUMBER
               FROM CUSTOMER
               WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUMBER-INT
           END-EXEC.
              GOBACK
           END-IF.

           IF WS-ADDRPROTECT = 'Y' THEN
              PERFORM MASK-PROTECTED-ADDRESS
           END-IF.

           IF FSP-ID-TYPE IN MY-CUST = SPACE OR
              FSP-ID-TYPE IN MY-CUST = 'C' THEN
              IF WS-CPRNUMBER NOT = SPACES THEN
                 MOVE 'C' TO FSP-ID-TYPE IN MY-CUST
                 MOVE 'DK' TO FSP-ID-COUNTRY IN MY-CUST
                 MOVE WS-CPRNUMBER TO FSP-ID-NUMBER IN MY-CUST
              END-IF
           END-IF.

           PERFORM LOG-PERSONAL-DATA-ACCESS.

           PERFORM LOAD-POLICY-SUMMARY.

           MOVE WS-POLICY-COUNT TO FSP-NUM-POLICIES IN MY-CUST.

           GOBACK.

      *    ADRPGM1 WITH CUSTOMER ZERO ANSWERS FOR THE OPERATOR ONLY.
      *    ANY ANSWER OTHER THAN AN EXPLICIT 'Y' MASKS.
       MASK-PROTECTED-ADDRESS.
           MOVE 'ADRINQ' TO FSP-REQUEST-ID IN WS-ADR.
           MOVE 0 TO FSP-ADR-CUSTOMER-NUM IN WS-ADR.
           MOVE SPACES TO FSP-ADR-OPERATOR IN WS-ADR.
           MOVE 'N' TO FSP-ADR-MAY-SEE IN WS-ADR.
           CALL 'ADRPGM1' USING DFHEIBLK DFHCOMMAREA WS-ADR.
           IF FSP-ADR-MAY-SEE IN WS-ADR NOT = 'Y' THEN
              MOVE ALL '*' TO FSP-HOUSE-NAME IN MY-CUST
              MOVE ALL '*' TO FSP-HOUSE-NUM IN MY-CUST
              MOVE ALL '*' TO FSP-POSTCODE IN MY-CUST
           END-IF.

      *    THE LOG RC IS NOT TESTED - A DOWN LOG NEVER STOPS THE
      *    INQUIRY.
       LOG-PERSONAL-DATA-ACCESS.
           MOVE 'ADDIPGM3' TO ALG-PROGRAM IN WS-ALG.
           MOVE FSP-REQUEST-ID IN MY-CUST TO ALG-REQUEST-ID IN WS-ALG.
           MOVE FSP-CUSTOMER-NUM IN MY-CUST TO
                ALG-CUSTOMER-NUM IN WS-ALG.
           MOVE SPACES TO ALG-CPR IN WS-ALG.
           MOVE SPACES TO ALG-OPERATOR IN WS-ALG.
           CALL 'ALGPGM1' USING DFHEIBLK DFHCOMMAREA WS-ALG.

       LOAD-POLICY-SUMMARY.
           PERFORM OPEN-POLICY-CURSOR.
           PERFORM FETCH-POLICY-CURSOR.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0
                                        OR WS-POLICY-IDX >= 1612
              SET WS-POLICY-IDX UP BY 1
              ADD 1 TO WS-POLICY-COUNT
              PERFORM FETCH-POLICY-CURSOR
