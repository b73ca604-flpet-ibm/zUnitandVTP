       ID DIVISION.
       PROGRAM-ID. CMPPGM1.
      ***
      *
      *    (C) 2026 IBM FLEMMING PETERSEN
      *    COMPLAINTS REGISTER MAINTENANCE OVER THE COMPLAINT
      *    TABLE. CMPRCV RECEIVES A COMPLAINT AGAINST A CUSTOMER
      *    (AND OPTIONALLY ONE OF THE CUSTOMER'S POLICIES OR
      *    CLAIMS), GIVES IT THE NEXT COMPLAINT ID AND SETS ITS
      *    RESPONSE DEADLINE THROUGH LGBUSDAY - THE UWLIMITS ROW
      *    CMPRESPDAYS BUSINESS DAYS AFTER RECEIPT, 20 WHEN THE ROW
      *    IS MISSING. CMPACK RECORDS THE ACKNOWLEDGEMENT, CMPRES
      *    THE RESOLUTION WITH ITS OUTCOME AND THE ARCHIVED LETTER
      *    (DOCARCHIVE DOCID) THAT ANSWERED THE CUSTOMER, CMPESC
      *    THE ESCALATION TO THE ANKENAEVNET FOR FORSIKRING AND
      *    CMPINQ RETURNS THE COMPLAINT. LGDB2CMP LISTS THE OPEN
      *    COMPLAINTS CLOSE TO OR PAST THEIR DEADLINE EVERY NIGHT;
      *    LGDB2CMR COUNTS THE YEAR FOR THE SUPERVISORY RETURN.
      *    RETURN CODES: 0 OK, 4 INVALID REQUEST / CATEGORY /
      *    OUTCOME / DATE OR A CLAIM NOT ON THE POLICY GIVEN,
      *    8 SQL ERROR, 12 COMPLAINT, CUSTOMER, POLICY, CLAIM OR
      *    LETTER NOT ON FILE FOR THE CUSTOMER, 20 THE STEP IS NOT
      *    ALLOWED FROM THE COMPLAINT'S CURRENT STATUS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Host variables for input to DB2 integer types

       01  DB2-IN-INTEGERS.
           03 DB2-COMPLAINTID-INT      PIC S9(9) COMP.
           03 DB2-CUSTOMERNUMBER-INT   PIC S9(9) COMP.
           03 DB2-POLICYNUMBER-INT     PIC S9(9) COMP.
           03 DB2-CLAIMNUMBER-INT      PIC S9(9) COMP.
           03 DB2-DOCID-INT            PIC S9(9) COMP.
           03 DB2-RESPDAYS-INT         PIC S9(9) COMP.
           03 DB2-CLAIM-POLICY-INT     PIC S9(9) COMP.

       01  WS-FOUND-COUNT              PIC S9(9) COMP.
       01  WS-CUR-STATUS               PIC X(1).
       01  WS-EVENT-DATE               PIC X(10).
       01  WS-DEADLINE                 PIC X(10).
       01  WS-TODAY                    PIC 9(8).

       01  WS-FETCH-CATEGORY           PIC X(2).
       01  WS-FETCH-STATUS             PIC X(1).
       01  WS-FETCH-RECEIVED           PIC X(10).
       01  WS-FETCH-DEADLINE           PIC X(10).
       01  WS-FETCH-ACK                PIC X(10).
       01  WS-FETCH-RESOLVED           PIC X(10).
       01  WS-FETCH-ESCALATED          PIC X(10).
       01  WS-FETCH-OUTCOME            PIC X(1).
       01  WS-FETCH-HANDLERID          PIC X(8).
       01  WS-FETCH-SUMMARY            PIC X(60).

      * LGBUSDAY business-day calendar interface
       01  WS-CALENDAR.
           COPY CALCPY1.

           EXEC SQL INCLUDE SQLCA      END-EXEC.

      * Number-range allocation through NUMPGM1
       01  WS-NUM.
           COPY NUMCPY1.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.

       LINKAGE SECTION.
       01  MY-COMPLAINT.
           COPY CMPCPY1.

       PROCEDURE DIVISION USING MY-COMPLAINT.
      *
       MAIN SECTION.
       MAIN1.

           MOVE 0 TO FSP-RETURN-CODE IN MY-COMPLAINT
           MOVE FSP-CMP-COMPLAINTID IN MY-COMPLAINT TO
                DB2-COMPLAINTID-INT
           MOVE FSP-CMP-CUSTOMER-NUM IN MY-COMPLAINT TO
                DB2-CUSTOMERNUMBER-INT
           MOVE FSP-CMP-POLICY-NUM IN MY-COMPLAINT TO
                DB2-POLICYNUMBER-INT
           MOVE FSP-CMP-CLAIM-NUM IN MY-COMPLAINT TO
                DB2-CLAIMNUMBER-INT
           MOVE FSP-CMP-DOCID IN MY-COMPLAINT TO DB2-DOCID-INT

      *    THE EVENT DATE IS TODAY UNLESS THE CALLER BACKDATES IT
      *    TO WHEN THE LETTER OR CALL ACTUALLY CAME IN.
           MOVE FSP-CMP-DATE IN MY-COMPLAINT TO WS-EVENT-DATE
           IF WS-EVENT-DATE = SPACES THEN
              ACCEPT WS-TODAY FROM DATE YYYYMMDD
              STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-'
                     WS-TODAY(7:2)
                     DELIMITED BY SIZE INTO WS-EVENT-DATE
           END-IF

           EVALUATE FSP-REQUEST-ID IN MY-COMPLAINT
               WHEN 'CMPRCV'
                  PERFORM RECEIVE-COMPLAINT
               WHEN 'CMPACK'
                  PERFORM ACKNOWLEDGE-COMPLAINT
               WHEN 'CMPRES'
                  PERFORM RESOLVE-COMPLAINT
               WHEN 'CMPESC'
                  PERFORM ESCALATE-COMPLAINT
               WHEN 'CMPINQ'
                  CONTINUE
               WHEN OTHER
                  MOVE 4 TO FSP-RETURN-CODE IN MY-COMPLAINT
           END-EVALUATE.

           IF FSP-RETURN-CODE IN MY-COMPLAINT = 0 THEN
              PERFORM RETURN-COMPLAINT
           END-IF.

           GOBACK.

      *----------------------------------------------------------------*
      *    A COMPLAINT ABOUT A POLICY OR CLAIM THAT IS NOT THE
      *    CUSTOMER'S OWN WOULD LAND IN THE WRONG PRODUCT LINE ON
      *    THE RETURN - BOTH ARE CHECKED AGAINST THE CUSTOMER, AND
      *    A CLAIM WITHOUT A POLICY GIVEN BRINGS ITS OWN POLICY.
       RECEIVE-COMPLAINT.
           PERFORM CHECK-CATEGORY

           EXEC SQL
              SELECT COUNT(*)
              INTO  :WS-FOUND-COUNT
              FROM  CUSTOMER
              WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUMBER-INT
           END-EXEC
           PERFORM CHECK-FOUND

           IF DB2-POLICYNUMBER-INT > 0 THEN
              EXEC SQL
                 SELECT COUNT(*)
                 INTO  :WS-FOUND-COUNT
                 FROM  POLICY
                 WHERE POLICYNUMBER = :DB2-POLICYNUMBER-INT
                   AND CUSTOMERNUMBER = :DB2-CUSTOMERNUMBER-INT
              END-EXEC
              PERFORM CHECK-FOUND
           END-IF

           IF DB2-CLAIMNUMBER-INT > 0 THEN
              PERFORM CHECK-CLAIM
           END-IF

           PERFORM SET-RESPONSE-DEADLINE

           MOVE 'COMPLNT' TO NUM-KEY-TYPE IN WS-NUM
           MOVE 1 TO NUM-COUNT IN WS-NUM
           CALL 'NUMPGM1' USING WS-NUM
           IF NUM-RC IN WS-NUM NOT = 0 THEN
              MOVE 8 TO FSP-RETURN-CODE IN MY-COMPLAINT
              GOBACK
           END-IF
           MOVE NUM-FIRST IN WS-NUM TO DB2-COMPLAINTID-INT

           EXEC SQL
              INSERT INTO GENASA1.COMPLAINT
                        ( COMPLAINTID,
                          CUSTOMERNUMBER,
                          POLICYNUMBER,
                          CLAIMNUMBER,
                          CATEGORY,
                          STATUS,
                          RECEIVEDDATE,
                          DEADLINE,
                          ACKDATE,
                          RESOLVEDDATE,
                          OUTCOME,
                          ESCALATEDDATE,
                          DOCID,
                          HANDLERID,
                          SUMMARY )
                 VALUES ( :DB2-COMPLAINTID-INT,
                          :DB2-CUSTOMERNUMBER-INT,
                          :DB2-POLICYNUMBER-INT,
                          :DB2-CLAIMNUMBER-INT,
                          :FSP-CMP-CATEGORY,
                          'R',
                          :WS-EVENT-DATE,
                          :WS-DEADLINE,
                          NULL,
                          NULL,
                          ' ',
                          NULL,
                          0,
                          :FSP-CMP-HANDLERID,
                          :FSP-CMP-SUMMARY )
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-COMPLAINT
              GOBACK
           END-IF

           MOVE DB2-COMPLAINTID-INT TO
                FSP-CMP-COMPLAINTID IN MY-COMPLAINT.

       CHECK-CATEGORY.
           EVALUATE FSP-CMP-CATEGORY IN MY-COMPLAINT
               WHEN 'CL'
               WHEN 'SA'
               WHEN 'PR'
               WHEN 'CA'
               WHEN 'SE'
               WHEN 'OT'
                  CONTINUE
               WHEN OTHER
                  MOVE 4 TO FSP-RETURN-CODE IN MY-COMPLAINT
                  GOBACK
           END-EVALUATE.

       CHECK-FOUND.
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-COMPLAINT
              GOBACK
           END-IF
           IF WS-FOUND-COUNT = 0 THEN
              MOVE 12 TO FSP-RETURN-CODE IN MY-COMPLAINT
              GOBACK
           END-IF.

       CHECK-CLAIM.
           EXEC SQL
              SELECT CLAIM.POLICYNUMBER
              INTO  :DB2-CLAIM-POLICY-INT
              FROM  CLAIM, POLICY
              WHERE CLAIM.CLAIMNUMBER = :DB2-CLAIMNUMBER-INT
                AND POLICY.POLICYNUMBER = CLAIM.POLICYNUMBER
                AND POLICY.CUSTOMERNUMBER = :DB2-CUSTOMERNUMBER-INT
           END-EXEC
           IF SQLCODE < 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-COMPLAINT
              GOBACK
           END-IF
           IF SQLCODE = 100 THEN
              MOVE 12 TO FSP-RETURN-CODE IN MY-COMPLAINT
              GOBACK
           END-IF
           IF DB2-POLICYNUMBER-INT = 0 THEN
              MOVE DB2-CLAIM-POLICY-INT TO DB2-POLICYNUMBER-INT
           END-IF
           IF DB2-POLICYNUMBER-INT NOT = DB2-CLAIM-POLICY-INT THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-COMPLAINT
              GOBACK
           END-IF.

      *    THE DEADLINE COUNTS BUSINESS DAYS, SO A COMPLAINT IN
      *    BEFORE EASTER OR CHRISTMAS IS NOT SHORT-CHANGED.
       SET-RESPONSE-DEADLINE.
           EXEC SQL
              SELECT LIMITVALUE
              INTO  :DB2-RESPDAYS-INT
              FROM  GENASA1.UWLIMITS
              WHERE LIMITNAME = 'CMPRESPDAYS'
           END-EXEC
           IF SQLCODE NOT = 0 OR DB2-RESPDAYS-INT < 1 THEN
              MOVE 20 TO DB2-RESPDAYS-INT
           END-IF

           MOVE 'A' TO CAL-FUNCTION
           MOVE WS-EVENT-DATE TO CAL-DATE
           MOVE DB2-RESPDAYS-INT TO CAL-DAYS
           CALL 'LGBUSDAY' USING WS-CALENDAR
           EVALUATE CAL-RC
               WHEN 0
                  MOVE CAL-RESULT-DATE TO WS-DEADLINE
               WHEN 4
                  MOVE 4 TO FSP-RETURN-CODE IN MY-COMPLAINT
                  GOBACK
               WHEN OTHER
                  MOVE 8 TO FSP-RETURN-CODE IN MY-COMPLAINT
                  GOBACK
           END-EVALUATE.

      *----------------------------------------------------------------*
       ACKNOWLEDGE-COMPLAINT.
           PERFORM GET-COMPLAINT-STATUS
           IF WS-CUR-STATUS NOT = 'R' THEN
              MOVE 20 TO FSP-RETURN-CODE IN MY-COMPLAINT
              GOBACK
           END-IF

           EXEC SQL
              UPDATE GENASA1.COMPLAINT
              SET    STATUS  = 'A',
                     ACKDATE = :WS-EVENT-DATE
              WHERE  COMPLAINTID = :DB2-COMPLAINTID-INT
           END-EXEC
           PERFORM CHECK-UPDATE

           PERFORM SET-HANDLER.

      *    THE ANSWER TO THE CUSTOMER IS THE ARCHIVED LETTER - IT
      *    MUST BE ONE THAT WENT TO THIS CUSTOMER.
       RESOLVE-COMPLAINT.
           EVALUATE FSP-CMP-OUTCOME IN MY-COMPLAINT
               WHEN 'U'
               WHEN 'P'
               WHEN 'R'
                  CONTINUE
               WHEN OTHER
                  MOVE 4 TO FSP-RETURN-CODE IN MY-COMPLAINT
                  GOBACK
           END-EVALUATE

           PERFORM GET-COMPLAINT-STATUS
           IF WS-CUR-STATUS NOT = 'R' AND
              WS-CUR-STATUS NOT = 'A' THEN
              MOVE 20 TO FSP-RETURN-CODE IN MY-COMPLAINT
              GOBACK
           END-IF

           IF DB2-DOCID-INT > 0 THEN
              EXEC SQL
                 SELECT COUNT(*)
                 INTO  :WS-FOUND-COUNT
                 FROM  GENASA1.DOCARCHIVE
                 WHERE DOCID = :DB2-DOCID-INT
                   AND CUSTOMERNUMBER = :DB2-CUSTOMERNUMBER-INT
              END-EXEC
              PERFORM CHECK-FOUND
           END-IF

           EXEC SQL
              UPDATE GENASA1.COMPLAINT
              SET    STATUS       = 'C',
                     RESOLVEDDATE = :WS-EVENT-DATE,
                     OUTCOME      = :FSP-CMP-OUTCOME,
                     DOCID        = :DB2-DOCID-INT
              WHERE  COMPLAINTID = :DB2-COMPLAINTID-INT
           END-EXEC
           PERFORM CHECK-UPDATE

           PERFORM SET-HANDLER.

      *    THE CUSTOMER MAY TAKE THE COMPLAINT TO THE ANKENAEVNET
      *    AFTER OUR ANSWER OR WITHOUT ONE - BUT ONLY ONCE.
       ESCALATE-COMPLAINT.
           PERFORM GET-COMPLAINT-STATUS
           IF WS-CUR-STATUS = 'E' THEN
              MOVE 20 TO FSP-RETURN-CODE IN MY-COMPLAINT
              GOBACK
           END-IF

           EXEC SQL
              UPDATE GENASA1.COMPLAINT
              SET    STATUS        = 'E',
                     ESCALATEDDATE = :WS-EVENT-DATE
              WHERE  COMPLAINTID = :DB2-COMPLAINTID-INT
           END-EXEC
           PERFORM CHECK-UPDATE.

      *    THE CUSTOMER NUMBER COMES FROM THE COMPLAINT ITSELF SO
      *    THE LATER STEPS ONLY NEED THE COMPLAINT ID.
       GET-COMPLAINT-STATUS.
           EXEC SQL
              SELECT STATUS, CUSTOMERNUMBER
              INTO  :WS-CUR-STATUS, :DB2-CUSTOMERNUMBER-INT
              FROM  GENASA1.COMPLAINT
              WHERE COMPLAINTID = :DB2-COMPLAINTID-INT
           END-EXEC
           IF SQLCODE < 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-COMPLAINT
              GOBACK
           END-IF
           IF SQLCODE = 100 THEN
              MOVE 12 TO FSP-RETURN-CODE IN MY-COMPLAINT
              GOBACK
           END-IF.

       SET-HANDLER.
           IF FSP-CMP-HANDLERID IN MY-COMPLAINT NOT = SPACES THEN
              EXEC SQL
                 UPDATE GENASA1.COMPLAINT
                 SET    HANDLERID = :FSP-CMP-HANDLERID
                 WHERE  COMPLAINTID = :DB2-COMPLAINTID-INT
              END-EXEC
              PERFORM CHECK-UPDATE
           END-IF.

       CHECK-UPDATE.
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-COMPLAINT
              GOBACK
           END-IF.

      *----------------------------------------------------------------*
       RETURN-COMPLAINT.
           EXEC SQL
              SELECT CUSTOMERNUMBER,
                     COALESCE(POLICYNUMBER, 0),
                     COALESCE(CLAIMNUMBER, 0),
                     CATEGORY,
                     STATUS,
                     CHAR(RECEIVEDDATE, ISO),
                     CHAR(DEADLINE, ISO),
                     COALESCE(CHAR(ACKDATE, ISO), ' '),
                     COALESCE(CHAR(RESOLVEDDATE, ISO), ' '),
                     COALESCE(CHAR(ESCALATEDDATE, ISO), ' '),
                     COALESCE(OUTCOME, ' '),
                     COALESCE(DOCID, 0),
                     COALESCE(HANDLERID, ' '),
                     SUMMARY
              INTO  :DB2-CUSTOMERNUMBER-INT,
                    :DB2-POLICYNUMBER-INT,
                    :DB2-CLAIMNUMBER-INT,
                    :WS-FETCH-CATEGORY,
                    :WS-FETCH-STATUS,
                    :WS-FETCH-RECEIVED,
                    :WS-FETCH-DEADLINE,
                    :WS-FETCH-ACK,
                    :WS-FETCH-RESOLVED,
                    :WS-FETCH-ESCALATED,
                    :WS-FETCH-OUTCOME,
                    :DB2-DOCID-INT,
                    :WS-FETCH-HANDLERID,
                    :WS-FETCH-SUMMARY
              FROM  GENASA1.COMPLAINT
              WHERE COMPLAINTID = :DB2-COMPLAINTID-INT
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                  PERFORM STORE-COMPLAINT
               WHEN SQLCODE = 100
                  MOVE 12 TO FSP-RETURN-CODE IN MY-COMPLAINT
               WHEN OTHER
                  PERFORM LOG-SQL-ERROR
                  MOVE 8 TO FSP-RETURN-CODE IN MY-COMPLAINT
           END-EVALUATE.

       STORE-COMPLAINT.
           MOVE DB2-CUSTOMERNUMBER-INT TO
                FSP-CMP-CUSTOMER-NUM IN MY-COMPLAINT
           MOVE DB2-POLICYNUMBER-INT TO
                FSP-CMP-POLICY-NUM IN MY-COMPLAINT
           MOVE DB2-CLAIMNUMBER-INT TO
                FSP-CMP-CLAIM-NUM IN MY-COMPLAINT
           MOVE WS-FETCH-CATEGORY TO
                FSP-CMP-CATEGORY IN MY-COMPLAINT
           MOVE WS-FETCH-STATUS TO FSP-CMP-STATUS IN MY-COMPLAINT
           MOVE WS-FETCH-RECEIVED TO
                FSP-CMP-RECEIVED-DATE IN MY-COMPLAINT
           MOVE WS-FETCH-DEADLINE TO
                FSP-CMP-DEADLINE IN MY-COMPLAINT
           MOVE WS-FETCH-ACK TO FSP-CMP-ACK-DATE IN MY-COMPLAINT
           MOVE WS-FETCH-RESOLVED TO
                FSP-CMP-RESOLVED-DATE IN MY-COMPLAINT
           MOVE WS-FETCH-ESCALATED TO
                FSP-CMP-ESCALATED-DATE IN MY-COMPLAINT
           MOVE WS-FETCH-OUTCOME TO FSP-CMP-OUTCOME IN MY-COMPLAINT
           MOVE DB2-DOCID-INT TO FSP-CMP-DOCID IN MY-COMPLAINT
           MOVE WS-FETCH-HANDLERID TO
                FSP-CMP-HANDLERID IN MY-COMPLAINT
           MOVE WS-FETCH-SUMMARY TO FSP-CMP-SUMMARY IN MY-COMPLAINT.

       LOG-SQL-ERROR.
           MOVE 'CMPPGM1 ' TO ERR-PROGRAM
           MOVE SPACES TO ERR-PARAGRAPH
           MOVE SPACES TO ERR-KEY-VALUES
           MOVE SQLCODE TO ERR-SQLCODE
           MOVE SQLSTATE TO ERR-SQLSTATE
           MOVE SQLERRMC TO ERR-SQLERRMC
           CALL 'LGSQLERR' USING WS-SQLERR.

       END PROGRAM CMPPGM1.
