       ID DIVISION.
       PROGRAM-ID. ALGPGM1.
      ***
      *
      *    (C) 2026 IBM FLEMMING PETERSEN
      *    PERSONAL-DATA ACCESS LOG WRITER. AUDPGM1 RECORDS WHO
      *    CHANGED A CUSTOMER; THIS RECORDS WHO LOOKED ONE UP, SO
      *    "WHO LOOKED UP THIS CPR NUMBER LAST MONTH" IS A QUERY.
      *    EVERY INQUIRY SERVICE THAT SHOWS A NAME, ADDRESS OR CPR
      *    NUMBER CALLS THIS ONCE PER CUSTOMER SHOWN. ONE INSERT
      *    OF A SHORT ROW, NO INDEX BEYOND THE TIMESTAMP, NO READ
      *    BACK - IT MUST COST THE ONLINE DAY NEXT TO NOTHING. A
      *    FAILED INSERT SETS RC 8 FOR THE CALLER TO IGNORE: THE
      *    INQUIRY ITSELF IS NEVER REFUSED BECAUSE THE LOG IS DOWN.
      *    LGDB2HSK ARCHIVES AND PURGES THE TABLE ON ITS RETENTION
      *    PARAMETER; LGDB2ALR REVIEWS IT MONTHLY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01  WS-OPERATOR                 PIC X(8).
       01  WS-TRANSID                  PIC X(4).
       01  DB2-CUSTOMERNUMBER-INT      PIC S9(9) COMP.

           EXEC SQL INCLUDE SQLCA      END-EXEC.

       LINKAGE SECTION.
       01  MY-ALG.
           COPY ALGCPY1.

       PROCEDURE DIVISION USING MY-ALG.
      *
       MAIN SECTION.
       MAIN1.

      *    THE LOG NAMES THE SIGNED-ON USER, NEVER WHAT THE CALLER
      *    SAYS - OTHERWISE ANYONE COULD LOOK UP AS SOMEONE ELSE.
           EXEC CICS ASSIGN USERID(WS-OPERATOR) NOHANDLE END-EXEC
           MOVE EIBTRNID TO WS-TRANSID
           MOVE ALG-CUSTOMER-NUM IN MY-ALG TO DB2-CUSTOMERNUMBER-INT

           EXEC SQL
              INSERT INTO GENASA1.ACCESSLOG
                        ( ACCESSTS,
                          OPERATOR,
                          TRANSID,
                          PROGRAMNAME,
                          REQUESTID,
                          CUSTOMERNUMBER,
                          CPRNUMBER )
                 VALUES ( CURRENT TIMESTAMP,
                          :WS-OPERATOR,
                          :WS-TRANSID,
                          :ALG-PROGRAM,
                          :ALG-REQUEST-ID,
                          :DB2-CUSTOMERNUMBER-INT,
                          :ALG-CPR )
           END-EXEC.

           IF SQLCODE = 0 THEN
              MOVE 0 TO ALG-RETURN-CODE IN MY-ALG
           ELSE
              MOVE 8 TO ALG-RETURN-CODE IN MY-ALG
           END-IF.

           GOBACK.

       END PROGRAM ALGPGM1.
