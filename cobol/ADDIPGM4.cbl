      ***
      *
      *    (C) 2019 IBM FLEMMING PETERSEN
      *    WHILE A BATCH MAINTENANCE WINDOW IS OPEN (SVCPGM1) THE
      *    DELETE IS REFUSED RC 96 WITH THE HH:MM IT CLOSES IN
      *    FSP-MAINT-UNTIL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       01  WS-SQLERR.
           COPY ERRCPY1.

      * Service-availability check through SVCPGM1
       01  WS-SVC.
           COPY SVCCPY1.

       LINKAGE SECTION.
       01  MY-CUST.
           COPY ADDICPY2 REPLACING ==:DELIM:== BY ==FSP-==.
       MAIN SECTION.
       MAIN1.

           CALL 'SVCPGM1' USING WS-SVC.
           IF SVC-MAINTENANCE-ON IN WS-SVC THEN
              MOVE 96 TO FSP-RETURN-CODE IN MY-CUST
              MOVE SVC-UNTIL IN WS-SVC TO FSP-MAINT-UNTIL IN MY-CUST
              GOBACK
           END-IF.

            MOVE FSP-CUSTOMER-NUM IN MY-CUST TO
                 DB2-CUSTOMERNUMBER-INT

