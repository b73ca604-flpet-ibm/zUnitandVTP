      *    FILE CONTROL TABLE CANNOT SERVE, FALLS BACK TO A FULL
      *    CPRCHECD VALIDATION. HANDS BACK RC, BIRTHDATE, AGE,
      *    GENDER, THE LAST-VALIDATED DATE AND WHICH PATH ANSWERED
      *    ('M' MASTER, 'C' CHECKER). EVERY NUMBER LOOKED UP IS
      *    RECORDED ON ACCESSLOG THROUGH ALGPGM1 - BY CPR NUMBER,
      *    AS THERE IS NO CUSTOMER NUMBER AT THIS POINT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
           05 WS-BIRTH-MONTH  PIC 99.
           05 WS-BIRTH-DAY    PIC 99.

      * Personal-data access log through ALGPGM1
       01  WS-ALG.
           COPY ALGCPY1.

       LINKAGE SECTION.
       01  MY-CPR.
           COPY CPRCPY1.
              MOVE 4 TO FSP-RETURN-CODE IN MY-CPR
           END-IF.

           PERFORM LOG-PERSONAL-DATA-ACCESS.

           GOBACK.

      *    THE LOG RC IS NOT TESTED - A DOWN LOG NEVER STOPS THE
      *    VALIDATION.
       LOG-PERSONAL-DATA-ACCESS.
           MOVE 'CPRPGMV ' TO ALG-PROGRAM IN WS-ALG.
           MOVE FSP-REQUEST-ID IN MY-CPR TO ALG-REQUEST-ID IN WS-ALG.
           MOVE 0 TO ALG-CUSTOMER-NUM IN WS-ALG.
           MOVE WS-CPR TO ALG-CPR IN WS-ALG.
           MOVE SPACES TO ALG-OPERATOR IN WS-ALG.
           CALL 'ALGPGM1' USING DFHEIBLK DFHCOMMAREA WS-ALG.

      *    ON A MASTER HIT THE AGE IS DERIVED HERE RATHER THAN
      *    STORED - A STORED AGE WOULD GO STALE A DAY AFTER CPRFILE
      *    WROTE THE ROW.
