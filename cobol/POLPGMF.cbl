       ID DIVISION.
       PROGRAM-ID. POLPGMF.
      ***
      *
      *    (C) 2026 IBM FLEMMING PETERSEN
      *    VEHICLE SCHEDULE MAINTENANCE FOR MOTOR FLEET POLICIES.
      *    POLFVA PUTS A VEHICLE ON COVER FROM THE DATE KEYED - THE
      *    REGNUMBER IS CHECKED AGAINST THE DMRMAST MOTOR REGISTER
      *    AND ITS MAKE/MODEL/CC REPLACE THE KEYED ONES - POLFVR
      *    TAKES ONE OFF FROM THE DATE KEYED, AND POLFVL LISTS THE
      *    VEHICLES ON COVER. AFTER EVERY ADD OR REMOVE THE WHOLE
      *    SCHEDULE IS RE-RATED THROUGH FLTCALC AS OF THE CHANGE
      *    DATE AND POLICY.PAYMENT MOVES TO THE NEW ANNUAL FLEET
      *    PREMIUM. A CHANGE AFTER INCEPTION IS ADJUSTED PRO-RATA
      *    FOR THE UNEXPIRED DAYS THE WAY POLPGME ADJUSTS AN
      *    ENDORSEMENT - AN ENDORSEMENT ROW, AN ADDITIONAL-PREMIUM
      *    INVOICE OR A RETURN-PREMIUM CREDITNOTE. A CHANGE DATED
      *    ON THE ISSUE DATE IS THE SCHEDULE BEING BUILT AND IS
      *    BILLED BY THE NORMAL LGDB2BIL RUN, SO ONE INVOICE COVERS
      *    THE WHOLE FLEET.
      *    RETURN CODES: 0 OK, 4 INVALID REQUEST / DATE OUTSIDE THE
      *    COVER PERIOD / RATING FAILED, 8 SQL ERROR, 12 POLICY NOT
      *    ON FILE OR NOT A FLEET, 16 VEHICLE NOT ON THE SCHEDULE
      *    (REMOVE), 20 VEHICLE ALREADY ON THE SCHEDULE (ADD),
      *    36 REGNUMBER NOT ON THE DMR MOTOR REGISTER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Host variables for input to DB2 integer types

       01  DB2-IN-INTEGERS.
           03 DB2-POLICYNUMBER-INT     PIC S9(9) COMP.
           03 DB2-CUSTOMERNUMBER-INT   PIC S9(9) COMP.
           03 DB2-OLD-PAYMENT-INT      PIC S9(9) COMP.
           03 DB2-NEW-PAYMENT-INT      PIC S9(9) COMP.
           03 DB2-DIFF-INT             PIC S9(9) COMP.
           03 DB2-NEXT-INVOICE         PIC S9(9) COMP.
           03 DB2-CREDITNUMBER-INT     PIC S9(9) COMP.
           03 DB2-CREDIT-AMT           PIC S9(9) COMP.
           03 DB2-VEH-CC-INT           PIC S9(4) COMP.
           03 DB2-VEH-VALUE-INT        PIC S9(9) COMP.
           03 DB2-ONCOVER-COUNT        PIC S9(9) COMP.
           03 DB2-UNEXPIRED-DAYS       PIC S9(9) COMP.

       01  WS-POLICYTYPE               PIC X(1).
       01  WS-ISSUEDATE                PIC X(10).
       01  WS-EXPIRYDATE               PIC X(10).
       01  WS-CHANGE-TYPE              PIC X(6).

       01  WS-BEFORE-IMAGE             PIC X(200).
       01  WS-AFTER-IMAGE              PIC X(200).
       01  WS-IMG-VEHICLES-D           PIC 9(5).
       01  WS-IMG-ANNUAL-D             PIC 9(9).

       01  WS-FETCH-REGNUMBER          PIC X(7).
       01  WS-FETCH-MAKE               PIC X(15).
       01  WS-FETCH-MODEL              PIC X(15).
       01  WS-FETCH-DATEON             PIC X(10).
       01  WS-LIST-COUNT               PIC S9(4) COMP VALUE 0.

      *    MOTOR REGISTER (DMRMAST) RECORD AND CICS READ RESPONSE
       01  WS-DMR-REGNUMBER            PIC X(7).
       01  WS-DMRMAST-REC.
           05 WS-DMR-REC-REGNUMBER     PIC X(7).
           05 WS-DMR-MAKE              PIC X(15).
           05 WS-DMR-MODEL             PIC X(15).
           05 WS-DMR-CC                PIC 9(4).
           05 WS-DMR-FIRSTREG          PIC 9(4).
       01  WS-DMR-RESP                 PIC S9(8) BINARY VALUE 0.
      *    CICS RESP VALUES TESTED HERE (DFHRESP NORMAL/NOTFND)
       77  DMR-RESP-NORMAL             PIC S9(8) BINARY VALUE 0.
       77  DMR-RESP-NOTFND             PIC S9(8) BINARY VALUE 13.

      *    FLEET RATING MODULE COMMAREA
       01  WS-FLEET-AREA.
           COPY FLTDATA.

           EXEC SQL INCLUDE SQLCA      END-EXEC.

           EXEC SQL
             DECLARE C1 CURSOR FOR
               SELECT REGNUMBER,
                      COALESCE(MAKE, ' '),
                      COALESCE(MODEL, ' '),
                      COALESCE(CC, 0),
                      COALESCE(VEHVALUE, 0),
                      DATEON
               FROM GENASA1.FLEETVEHICLE
               WHERE POLICYNUMBER = :DB2-POLICYNUMBER-INT
                 AND DATEOFF IS NULL
                 AND REGNUMBER > :FSP-FLV-REGNUMBER
               ORDER BY REGNUMBER
           END-EXEC.

      * Number-range allocation through NUMPGM1
       01  WS-NUM.
           COPY NUMCPY1.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.

       LINKAGE SECTION.
       01  MY-POLICY.
           COPY POLCPY1.

       PROCEDURE DIVISION USING MY-POLICY.
      *
       MAIN SECTION.
       MAIN1.

            MOVE FSP-POLICY-NUM IN MY-POLICY TO
                 DB2-POLICYNUMBER-INT

      *    A VEHICLE SCHEDULE ONLY MAKES SENSE ON A FLEET POLICY.
           EXEC SQL
              SELECT POLICYTYPE, CUSTOMERNUMBER, ISSUEDATE,
                     EXPIRYDATE, PAYMENT
              INTO  :WS-POLICYTYPE, :DB2-CUSTOMERNUMBER-INT,
                    :WS-ISSUEDATE, :WS-EXPIRYDATE,
                    :DB2-OLD-PAYMENT-INT
              FROM  POLICY
              WHERE POLICYNUMBER = :DB2-POLICYNUMBER-INT
           END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
              GOBACK
           END-IF
           IF SQLCODE = 100 OR WS-POLICYTYPE NOT = 'F' THEN
              MOVE 12 TO FSP-RETURN-CODE IN MY-POLICY
              GOBACK
           END-IF

           EVALUATE FSP-REQUEST-ID IN MY-POLICY
               WHEN 'POLFVA'
                  PERFORM ADD-FLEET-VEHICLE
               WHEN 'POLFVR'
                  PERFORM REMOVE-FLEET-VEHICLE
               WHEN 'POLFVL'
                  PERFORM LIST-FLEET-VEHICLES
               WHEN OTHER
                  MOVE 4 TO FSP-RETURN-CODE IN MY-POLICY
           END-EVALUATE.

           GOBACK.

      *----------------------------------------------------------------*
       ADD-FLEET-VEHICLE.
           PERFORM CHECK-CHANGE-DATE
           IF FSP-RETURN-CODE IN MY-POLICY NOT = 0 THEN
              GOBACK
           END-IF

           PERFORM CHECK-MOTOR-REGISTER
           IF FSP-RETURN-CODE IN MY-POLICY NOT = 0 THEN
              GOBACK
           END-IF

      *    THE SAME VEHICLE TWICE ON ONE SCHEDULE WOULD BE RATED
      *    AND CHARGED TWICE.
           EXEC SQL
              SELECT COUNT(*)
              INTO  :DB2-ONCOVER-COUNT
              FROM  GENASA1.FLEETVEHICLE
              WHERE POLICYNUMBER = :DB2-POLICYNUMBER-INT
                AND REGNUMBER = :FSP-FLV-REGNUMBER
                AND DATEOFF IS NULL
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
              GOBACK
           END-IF
           IF DB2-ONCOVER-COUNT > 0 THEN
              MOVE 20 TO FSP-RETURN-CODE IN MY-POLICY
              GOBACK
           END-IF

           MOVE FSP-FLV-CC IN MY-POLICY TO DB2-VEH-CC-INT
           MOVE FSP-FLV-VALUE IN MY-POLICY TO DB2-VEH-VALUE-INT

           EXEC SQL
              INSERT INTO GENASA1.FLEETVEHICLE
                        ( POLICYNUMBER,
                          REGNUMBER,
                          MAKE,
                          MODEL,
                          CC,
                          VEHVALUE,
                          DATEON,
                          DATEOFF )
                 VALUES ( :DB2-POLICYNUMBER-INT,
                          :FSP-FLV-REGNUMBER,
                          :FSP-FLV-MAKE,
                          :FSP-FLV-MODEL,
                          :DB2-VEH-CC-INT,
                          :DB2-VEH-VALUE-INT,
                          :FSP-FLV-DATE,
                          NULL )
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
              GOBACK
           END-IF

           MOVE 'ADD' TO WS-CHANGE-TYPE
           PERFORM ADJUST-FLEET-PREMIUM.

       REMOVE-FLEET-VEHICLE.
           PERFORM CHECK-CHANGE-DATE
           IF FSP-RETURN-CODE IN MY-POLICY NOT = 0 THEN
              GOBACK
           END-IF

      *    A VEHICLE CANNOT COME OFF COVER BEFORE IT WENT ON.
           EXEC SQL
              UPDATE GENASA1.FLEETVEHICLE
              SET    DATEOFF = :FSP-FLV-DATE
              WHERE  POLICYNUMBER = :DB2-POLICYNUMBER-INT
                AND  REGNUMBER = :FSP-FLV-REGNUMBER
                AND  DATEOFF IS NULL
                AND  DATEON <= :FSP-FLV-DATE
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                  CONTINUE
               WHEN SQLCODE = 100
                  MOVE 16 TO FSP-RETURN-CODE IN MY-POLICY
                  GOBACK
               WHEN OTHER
                  PERFORM LOG-SQL-ERROR
                  MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
                  GOBACK
           END-EVALUATE

           MOVE 'REMOVE' TO WS-CHANGE-TYPE
           PERFORM ADJUST-FLEET-PREMIUM.

      *    THE CHANGE DATE MUST FALL INSIDE THE CURRENT COVER
      *    PERIOD - THE SAME RULE POLPGME APPLIES TO AN ENDORSEMENT.
       CHECK-CHANGE-DATE.
           IF FSP-FLV-DATE IN MY-POLICY < WS-ISSUEDATE OR
              FSP-FLV-DATE IN MY-POLICY > WS-EXPIRYDATE THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-POLICY
           ELSE
              MOVE 0 TO FSP-RETURN-CODE IN MY-POLICY
           END-IF.

      *    THE MOTOR REGISTER IS THE TRUTH FOR WHAT THE VEHICLE IS,
      *    EXACTLY AS ON A SINGLE-VEHICLE POLICY IN POLPGMA. THE
      *    DMRMAST MASTER IS READ WITH EXEC CICS READ (BATCH USES
      *    DMRLOOK); A MASTER THE FILE CONTROL TABLE CANNOT SERVE
      *    LETS THE KEYED VALUES THROUGH.
       CHECK-MOTOR-REGISTER.
           MOVE FSP-FLV-REGNUMBER IN MY-POLICY TO WS-DMR-REGNUMBER
           EXEC CICS READ FILE('DMRMAST')
                INTO(WS-DMRMAST-REC)
                RIDFLD(WS-DMR-REGNUMBER)
                RESP(WS-DMR-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-DMR-RESP = DMR-RESP-NORMAL
                  MOVE WS-DMR-MAKE TO FSP-FLV-MAKE IN MY-POLICY
                  MOVE WS-DMR-MODEL TO FSP-FLV-MODEL IN MY-POLICY
                  MOVE WS-DMR-CC TO FSP-FLV-CC IN MY-POLICY
               WHEN WS-DMR-RESP = DMR-RESP-NOTFND
                  MOVE 36 TO FSP-RETURN-CODE IN MY-POLICY
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *    THE WHOLE SCHEDULE IS RE-RATED AS OF THE CHANGE DATE -
      *    ONE MORE OR ONE LESS VEHICLE CAN MOVE THE FLEET-SIZE AND
      *    CLAIMS-EXPERIENCE FACTORS FOR EVERY OTHER VEHICLE TOO.
       ADJUST-FLEET-PREMIUM.
           INITIALIZE WS-FLEET-AREA
           MOVE FSP-POLICY-NUM IN MY-POLICY TO
                POLICY-NUM IN WS-FLEET-AREA
           MOVE FSP-FLV-DATE IN MY-POLICY TO
                RATING-DATE IN WS-FLEET-AREA

           CALL 'FLTCALC' USING WS-FLEET-AREA

           IF RET-CODE IN WS-FLEET-AREA NOT = '00' THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-POLICY
              GOBACK
           END-IF

           MOVE CALCULATED-PREMIUM IN WS-FLEET-AREA TO
                DB2-NEW-PAYMENT-INT

      *    THE CUSTOMER OWES (OR IS OWED) ONLY THE UNEXPIRED SHARE
      *    OF THE ANNUAL DIFFERENCE. ON THE ISSUE DATE THE SCHEDULE
      *    IS STILL BEING BUILT AND THE BILLING RUN INVOICES THE
      *    FULL PAYMENT, SO THERE IS NOTHING TO ADJUST.
           MOVE 0 TO DB2-DIFF-INT
           IF FSP-FLV-DATE IN MY-POLICY NOT = WS-ISSUEDATE THEN
              EXEC SQL
                 SELECT DAYS(EXPIRYDATE) - DAYS(:FSP-FLV-DATE)
                 INTO  :DB2-UNEXPIRED-DAYS
                 FROM  POLICY
                 WHERE POLICYNUMBER = :DB2-POLICYNUMBER-INT
              END-EXEC
              IF SQLCODE NOT = 0 THEN
                 PERFORM LOG-SQL-ERROR
                 MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
                 GOBACK
              END-IF
              COMPUTE DB2-DIFF-INT =
                      (DB2-NEW-PAYMENT-INT - DB2-OLD-PAYMENT-INT) *
                      DB2-UNEXPIRED-DAYS / 365
           END-IF

           EXEC SQL
              UPDATE POLICY
              SET    PAYMENT = :DB2-NEW-PAYMENT-INT,
                     LASTCHANGED = CURRENT TIMESTAMP
              WHERE  POLICYNUMBER = :DB2-POLICYNUMBER-INT
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
              GOBACK
           END-IF

           PERFORM RECORD-ENDORSEMENT
           IF FSP-RETURN-CODE IN MY-POLICY NOT = 0 THEN
              GOBACK
           END-IF

           IF DB2-DIFF-INT > 0 THEN
              PERFORM RAISE-ADDITIONAL-INVOICE
           END-IF

           IF DB2-DIFF-INT < 0 THEN
              PERFORM RAISE-RETURN-CREDIT
           END-IF

           MOVE DB2-NEW-PAYMENT-INT TO
                FSP-FLV-NEW-PREMIUM IN MY-POLICY
           MOVE DB2-DIFF-INT TO FSP-FLV-PREMIUM-DIFF IN MY-POLICY.

      *    EVERY SCHEDULE CHANGE IS KEPT ON THE ENDORSEMENT HISTORY
      *    WITH THE VEHICLE COUNT BEFORE AND AFTER, SO THE FLEET
      *    PREMIUM CAN BE TRACED VEHICLE BY VEHICLE.
       RECORD-ENDORSEMENT.
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE
           IF WS-CHANGE-TYPE = 'ADD' THEN
              COMPUTE WS-IMG-VEHICLES-D =
                      VEHICLE-COUNT IN WS-FLEET-AREA - 1
           ELSE
              COMPUTE WS-IMG-VEHICLES-D =
                      VEHICLE-COUNT IN WS-FLEET-AREA + 1
           END-IF
           MOVE DB2-OLD-PAYMENT-INT TO WS-IMG-ANNUAL-D
           STRING 'FLEET VEHICLES=' WS-IMG-VEHICLES-D
                  ' ANNUAL=' WS-IMG-ANNUAL-D
                  DELIMITED BY SIZE
                  INTO WS-BEFORE-IMAGE

           MOVE VEHICLE-COUNT IN WS-FLEET-AREA TO WS-IMG-VEHICLES-D
           MOVE DB2-NEW-PAYMENT-INT TO WS-IMG-ANNUAL-D
           STRING 'FLEET ' WS-CHANGE-TYPE
                  ' REGNUMBER=' FSP-FLV-REGNUMBER IN MY-POLICY
                  ' VEHICLES=' WS-IMG-VEHICLES-D
                  ' ANNUAL=' WS-IMG-ANNUAL-D
                  DELIMITED BY SIZE
                  INTO WS-AFTER-IMAGE

           EXEC SQL
              INSERT INTO GENASA1.ENDORSEMENT
                        ( POLICYNUMBER,
                          ENDORSEDATE,
                          OLDPAYMENT,
                          NEWPAYMENT,
                          PREMIUMDIFF,
                          BEFOREIMAGE,
                          AFTERIMAGE,
                          OPERATOR )
                 VALUES ( :DB2-POLICYNUMBER-INT,
                          :FSP-FLV-DATE,
                          :DB2-OLD-PAYMENT-INT,
                          :DB2-NEW-PAYMENT-INT,
                          :DB2-DIFF-INT,
                          :WS-BEFORE-IMAGE,
                          :WS-AFTER-IMAGE,
                          :FSP-FLV-OPERATOR )
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
           ELSE
              MOVE 0 TO FSP-RETURN-CODE IN MY-POLICY
           END-IF.

      *    ADDITIONAL PREMIUM RIDES THE NORMAL RECEIVABLES CHAIN -
      *    AN OPEN INVOICE DUE WITH THE NEXT LGDB2PAY CYCLE.
       RAISE-ADDITIONAL-INVOICE.
           MOVE 'INVOICE' TO NUM-KEY-TYPE IN WS-NUM
           MOVE 1 TO NUM-COUNT IN WS-NUM
           CALL 'NUMPGM1' USING WS-NUM.
           IF NUM-RC IN WS-NUM NOT = 0 THEN
              MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
              GOBACK
           END-IF
           MOVE NUM-FIRST IN WS-NUM TO DB2-NEXT-INVOICE

           EXEC SQL
              INSERT INTO GENASA1.INVOICE
                        ( INVOICENUMBER,
                          POLICYNUMBER,
                          CUSTOMERNUMBER,
                          DUEDATE,
                          AMOUNT,
                          STATUS,
                          PAIDDATE )
                 VALUES ( :DB2-NEXT-INVOICE,
                          :DB2-POLICYNUMBER-INT,
                          :DB2-CUSTOMERNUMBER-INT,
                          :FSP-FLV-DATE,
                          :DB2-DIFF-INT,
                          'O',
                          NULL )
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
           END-IF.

      *    RETURN PREMIUM GOES BACK AS A CREDIT NOTE - LGDB2PAY
      *    NETS IT AGAINST OPEN INVOICES AND THE RESIDUAL FEEDS
      *    THE REFUND DISBURSEMENT STREAM.
       RAISE-RETURN-CREDIT.
           MOVE 'CREDIT' TO NUM-KEY-TYPE IN WS-NUM
           MOVE 1 TO NUM-COUNT IN WS-NUM
           CALL 'NUMPGM1' USING WS-NUM
           IF NUM-RC IN WS-NUM NOT = 0 THEN
              MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
              GOBACK
           END-IF
           MOVE NUM-FIRST IN WS-NUM TO DB2-CREDITNUMBER-INT

           COMPUTE DB2-CREDIT-AMT = 0 - DB2-DIFF-INT

           EXEC SQL
              INSERT INTO GENASA1.CREDITNOTE
                        ( CREDITNUMBER,
                          POLICYNUMBER,
                          CUSTOMERNUMBER,
                          ISSUEDATE,
                          AMOUNT,
                          APPLIEDAMOUNT,
                          STATUS,
                          SOURCE,
                          REMITTEDDATE )
                 VALUES ( :DB2-CREDITNUMBER-INT,
                          :DB2-POLICYNUMBER-INT,
                          :DB2-CUSTOMERNUMBER-INT,
                          :FSP-FLV-DATE,
                          :DB2-CREDIT-AMT,
                          0,
                          'O',
                          'END',
                          NULL )
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
           END-IF.

      *----------------------------------------------------------------*
       LIST-FLEET-VEHICLES.
           MOVE 0 TO WS-LIST-COUNT
           MOVE 0 TO FSP-RETURN-CODE IN MY-POLICY
           EXEC SQL OPEN C1 END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
           ELSE
              PERFORM FETCH-VEHICLE
              PERFORM UNTIL SQLCODE NOT = 0
                         OR WS-LIST-COUNT >= 25
                 PERFORM STORE-ONE-VEHICLE
                 PERFORM FETCH-VEHICLE
              END-PERFORM
              EXEC SQL CLOSE C1 END-EXEC
              MOVE WS-LIST-COUNT TO FSP-FLV-COUNT IN MY-POLICY
           END-IF.

       FETCH-VEHICLE.
           EXEC SQL
              FETCH C1
              INTO :WS-FETCH-REGNUMBER,
                   :WS-FETCH-MAKE,
                   :WS-FETCH-MODEL,
                   :DB2-VEH-CC-INT,
                   :DB2-VEH-VALUE-INT,
                   :WS-FETCH-DATEON
           END-EXEC
           IF SQLCODE < 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-POLICY
           END-IF.

       STORE-ONE-VEHICLE.
           ADD 1 TO WS-LIST-COUNT
           MOVE WS-FETCH-REGNUMBER TO
                FSP-FLV-L-REGNUMBER IN MY-POLICY(WS-LIST-COUNT)
           MOVE WS-FETCH-MAKE TO
                FSP-FLV-L-MAKE IN MY-POLICY(WS-LIST-COUNT)
           MOVE WS-FETCH-MODEL TO
                FSP-FLV-L-MODEL IN MY-POLICY(WS-LIST-COUNT)
           MOVE DB2-VEH-CC-INT TO
                FSP-FLV-L-CC IN MY-POLICY(WS-LIST-COUNT)
           MOVE DB2-VEH-VALUE-INT TO
                FSP-FLV-L-VALUE IN MY-POLICY(WS-LIST-COUNT)
           MOVE WS-FETCH-DATEON TO
                FSP-FLV-L-DATEON IN MY-POLICY(WS-LIST-COUNT).

       LOG-SQL-ERROR.
           MOVE 'POLPGMF ' TO ERR-PROGRAM
           MOVE SPACES TO ERR-PARAGRAPH
           MOVE SPACES TO ERR-KEY-VALUES
           MOVE SQLCODE TO ERR-SQLCODE
           MOVE SQLSTATE TO ERR-SQLSTATE
           MOVE SQLERRMC TO ERR-SQLERRMC
           CALL 'LGSQLERR' USING WS-SQLERR.

       END PROGRAM POLPGMF.
