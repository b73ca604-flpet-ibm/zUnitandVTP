       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGDB2SAR.
      *    GDPR DATA-SUBJECT ACCESS REQUEST (DSAR) EXPORT FOR ONE
      *    CUSTOMER - THE COUNTERPART OF THE LGDB2GDP ERASURE. THE
      *    SYSIN CARD NAMES THE DATA SUBJECT EITHER BY CUSTOMER
      *    NUMBER ('C' IN COLUMN 1, NUMBER IN 2-11) OR BY CPR
      *    NUMBER ('P' IN COLUMN 1, CPR IN 2-11), WITH THE DATE THE
      *    REQUEST WAS RECEIVED IN 13-22 (YYYY-MM-DD, DEFAULTS TO
      *    TODAY). WRITES ONE READABLE, SECTIONED EXTRACT TO DSAROUT
      *    WITH EVERYTHING WE HOLD ON THEM: CUSTOMER, CONSENT,
      *    HOUSEHOLD, POLICIES WITH THEIR MOTOR / HOUSE / ENDOWMENT
      *    / COMMERCIAL / TRAVEL / FLEET (WITH THE VEHICLE SCHEDULE)
      *    DETAIL, NAMEDDRIVER ENTRIES WHERE THEIR CPR
      *    IS THE DRIVER'S, CLAIMS AND CLAIM PAYMENTS, INVOICES,
      *    CUSTLEDGER, DOCARCHIVE, CUSTCONTACT NOTES, AUDITLOG
      *    LINES KEYED ON THEIR CUSTOMER NUMBER, SANCTIONHIT
      *    DISPOSITIONS AND CUSTMERGE HISTORY. EACH DELIVERED
      *    EXTRACT IS LOGGED ON DSARLOG
      *    WITH THE ONE-MONTH DEADLINE AND WHETHER IT WAS MET.
      *    RETURN CODES: 0 DELIVERED, 4 DELIVERED AFTER THE
      *    DEADLINE, 8 BAD CARD / CUSTOMER NOT FOUND / CPR NOT
      *    UNIQUE, 16 SQL OR FILE ERROR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DSAROUT ASSIGN TO DSAROUT
               FILE STATUS IS DSAROUT-STATUS
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.

       FILE SECTION.
       FD DSAROUT RECORDING MODE F.
       01 DSAR-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.

       01 DSAROUT-STATUS             PIC 99.

       01  WS-CARD.
           05 WS-CARD-TYPE              PIC X(1).
           05 WS-CARD-NUMBER            PIC X(10).
           05 FILLER                    PIC X(1).
           05 WS-CARD-RECEIVED          PIC X(10).
           05 FILLER                    PIC X(58).
       01  WS-CARD-CUSTNO               PIC 9(10).

       01  WS-TODAY.
           05 WS-TODAY-YEAR   PIC 9999.
           05 WS-TODAY-MONTH  PIC 99.
           05 WS-TODAY-DAY    PIC 99.
       01  WS-TODAY-ISO                 PIC X(10).
       01  WS-RECEIVED-DATE             PIC X(10).

       01  DB2-CUSTOMERNUMBER-INT       PIC S9(9) COMP.
       01  WS-CPR-FILTER                PIC X(10).
       01  WS-MATCH-COUNT               PIC S9(9) COMP.
       01  WS-AUDIT-KEY9                PIC X(10).
       01  WS-AUDIT-KEY10               PIC X(10).
       01  WS-CUSTNO-9                  PIC 9(9).
       01  WS-CUSTNO-10                 PIC 9(10).

      *    CUSTOMER
       01  WS-CU-FIRSTNAME              PIC X(10).
       01  WS-CU-LASTNAME               PIC X(20).
       01  WS-CU-DOB                    PIC X(10).
       01  WS-CU-HOUSENAME              PIC X(20).
       01  WS-CU-HOUSENUMBER            PIC X(4).
       01  WS-CU-POSTCODE               PIC X(8).
       01  WS-CU-PHONEHOME              PIC X(20).
       01  WS-CU-PHONEMOBILE            PIC X(20).
       01  WS-CU-EMAIL                  PIC X(100).
       01  WS-CU-CPR                    PIC X(10).
       01  WS-CU-IDTYPE                 PIC X(1).
       01  WS-CU-IDCOUNTRY              PIC X(2).
       01  WS-CU-IDNUMBER               PIC X(20).
       01  WS-CU-PROFGROUP              PIC X(1).
       01  WS-CU-ADDRPROTECT            PIC X(1).
       01  WS-CU-ADDRPROTSRC            PIC X(1).
       01  WS-CU-ADDRPROTDATE           PIC X(10).
       01  WS-CU-PREFLANG               PIC X(1).

      *    CONSENT
       01  WS-CO-EMAILOK                PIC X(1).
       01  WS-CO-SMSOK                  PIC X(1).
       01  WS-CO-LETTEROK               PIC X(1).
       01  WS-CO-MARKETINGOK            PIC X(1).
       01  WS-CO-EBOKSOK                PIC X(1).
       01  WS-CO-INDEXOPTOUT            PIC X(1).
       01  WS-CO-CHANGEDTS              PIC X(26).
       01  WS-CO-CHANGESOURCE           PIC X(10).

      *    HOUSEHOLD
       01  DB2-HH-ID                    PIC S9(9) COMP.
       01  DB2-HH-POLICYCOUNT           PIC S9(4) COMP.
       01  WS-HH-LINKSOURCE             PIC X(1).
       01  WS-HH-DERIVEDDATE            PIC X(10).

      *    POLICY AND ITS DETAIL ROW
       01  DB2-POLICYNUMBER-INT         PIC S9(9) COMP.
       01  WS-PO-ISSUEDATE              PIC X(10).
       01  WS-PO-EXPIRYDATE             PIC X(10).
       01  WS-PO-TYPE                   PIC X(1).
       01  WS-PO-LASTCHANGED            PIC X(26).
       01  DB2-PO-BROKERID              PIC S9(9) COMP.
       01  WS-PO-BROKERSREF             PIC X(10).
       01  DB2-PO-PAYMENT               PIC S9(9) COMP.
       01  DB2-PO-COMMISSION            PIC S9(4) COMP.
       01  WS-MO-MAKE                   PIC X(15).
       01  WS-MO-MODEL                  PIC X(15).
       01  WS-MO-REGNUMBER              PIC X(7).
       01  WS-MO-COLOUR                 PIC X(8).
       01  WS-MO-YEAR                   PIC X(10).
       01  DB2-MO-CC                    PIC S9(4) COMP.
       01  DB2-MO-ACCIDENTS             PIC S9(9) COMP.
       01  DB2-DT-VALUE                 PIC S9(9) COMP.
       01  DB2-DT-PREMIUM               PIC S9(9) COMP.
       01  WS-HO-PROPERTYTYPE           PIC X(15).
       01  DB2-HO-BEDROOMS              PIC S9(4) COMP.
       01  WS-HO-POSTCODE               PIC X(8).
       01  WS-EN-FUNDNAME               PIC X(10).
       01  DB2-EN-TERM                  PIC S9(4) COMP.
       01  WS-EN-LIFEASSURED            PIC X(31).
       01  WS-EN-WITHPROFITS            PIC X(1).
       01  WS-EN-EQUITIES               PIC X(1).
       01  WS-EN-MANAGEDFUND            PIC X(1).
       01  WS-CM-ADDRESS                PIC X(255).
       01  WS-CM-ZIPCODE                PIC X(8).
       01  WS-CM-CUSTOMER               PIC X(255).
       01  WS-CM-PROPERTYTYPE           PIC X(255).
       01  WS-CM-CVRNUMBER              PIC X(8).
       01  DB2-CM-STATUS                PIC S9(4) COMP.
       01  DB2-CM-FIREPREMIUM           PIC S9(9) COMP.
       01  DB2-CM-CRIMEPREMIUM          PIC S9(9) COMP.
       01  DB2-CM-FLOODPREMIUM          PIC S9(9) COMP.
       01  DB2-CM-WEATHERPREMIUM        PIC S9(9) COMP.
       01  WS-TR-COVERAREA              PIC X(1).
       01  DB2-TR-PERSONS               PIC S9(4) COMP.
       01  WS-TR-WINTERSPORTS           PIC X(1).
       01  DB2-TR-TRIPDAYS              PIC S9(4) COMP.
       01  DB2-TR-EXCESS                PIC S9(9) COMP.
       01  DB2-FL-PRIORCLAIMS           PIC S9(4) COMP.
       01  DB2-FL-EXCESS                PIC S9(9) COMP.
       01  WS-FV-REGNUMBER              PIC X(7).
       01  WS-FV-MAKE                   PIC X(15).
       01  WS-FV-MODEL                  PIC X(15).
       01  DB2-FV-CC                    PIC S9(4) COMP.
       01  DB2-FV-VALUE                 PIC S9(9) COMP.
       01  WS-FV-DATEON                 PIC X(10).
       01  WS-FV-DATEOFF                PIC X(10).

      *    NAMED DRIVER
       01  DB2-ND-SEQ                   PIC S9(4) COMP.
       01  WS-ND-NAME                   PIC X(31).
       01  DB2-ND-LICENCEYEAR           PIC S9(4) COMP.

      *    CLAIM AND CLAIM PAYMENT
       01  DB2-CLAIMNUMBER-INT          PIC S9(9) COMP.
       01  WS-CL-DATE                   PIC X(10).
       01  DB2-CL-PAID                  PIC S9(9) COMP.
       01  DB2-CL-VALUE                 PIC S9(9) COMP.
       01  WS-CL-STATUS                 PIC X(1).
       01  WS-CL-CAUSE                  PIC X(255).
       01  WS-CL-OBSERVATIONS           PIC X(255).
       01  WS-CP-DATE                   PIC X(10).
       01  DB2-CP-AMOUNT                PIC S9(9) COMP.
       01  WS-CP-PAYEE                  PIC X(31).
       01  WS-CP-TYPE                   PIC X(1).
       01  WS-CP-REMITTED               PIC X(10).

      *    INVOICE AND LEDGER
       01  DB2-INVOICENUMBER-INT        PIC S9(9) COMP.
       01  WS-IN-DUEDATE                PIC X(10).
       01  DB2-IN-AMOUNT                PIC S9(9) COMP.
       01  WS-IN-STATUS                 PIC X(1).
       01  WS-IN-PAIDDATE               PIC X(10).
       01  WS-LE-DATE                   PIC X(10).
       01  WS-LE-TYPE                   PIC X(3).
       01  DB2-LE-REFERENCE             PIC S9(9) COMP.
       01  DB2-LE-AMOUNT                PIC S9(9) COMP.

      *    DOCUMENT, AUDIT, SANCTION AND MERGE ROWS
       01  DB2-DOCID-INT                PIC S9(9) COMP.
       01  WS-DO-TYPE                   PIC X(3).
       01  WS-DO-GENDATE                PIC X(10).
       01  WS-DO-DIRECTION              PIC X(1).
       01  WS-DO-DSN                    PIC X(44).
       01  WS-AU-TS                     PIC X(26).
       01  WS-AU-PROGRAM                PIC X(8).
       01  WS-AU-REQUESTID              PIC X(6).
       01  WS-AU-OPERATOR               PIC X(8).
       01  WS-AU-BEFORE                 PIC X(200).
       01  WS-AU-AFTER                  PIC X(200).
       01  DB2-SH-ENTRYID               PIC S9(9) COMP.
       01  WS-SH-MATCHDATE              PIC X(10).
       01  WS-SH-STATUS                 PIC X(1).
       01  WS-SH-DISPOSITION            PIC X(1).
       01  WS-SH-DISPOSEDBY             PIC X(8).
       01  WS-SH-DISPOSEDDATE           PIC X(10).
       01  WS-CC-TS                     PIC X(26).
       01  WS-CC-CHANNEL                PIC X(1).
       01  WS-CC-OPERATOR               PIC X(8).
       01  WS-CC-REASON                 PIC X(4).
       01  WS-CC-TEXT                   PIC X(250).
       01  WS-CC-FOLLOWUP               PIC X(10).
       01  WS-CC-DONE                   PIC X(1).
       01  DB2-MG-OLD                   PIC S9(9) COMP.
       01  DB2-MG-NEW                   PIC S9(9) COMP.
       01  WS-MG-DATE                   PIC X(10).

      *    DSARLOG
       01  DB2-DSARID-INT               PIC S9(9) COMP.
       01  DB2-EXTRACTLINES-INT         PIC S9(9) COMP.
       01  WS-DEADLINE-DATE             PIC X(10).
       01  WS-ONTIME                    PIC X(1).

      *    PRINT LINE BUILDING
       01  WS-LINE                      PIC X(132).
       01  WS-LINE-PTR                  PIC S9(4) COMP.
       01  WS-SECTION-TITLE             PIC X(40).
       01  WS-SECTION-ROWS              PIC 9(7).
       01  WS-DISP-NUM                  PIC Z(8)9.
       01  WS-DISP-NUM2                 PIC Z(8)9.
       01  WS-DISP-AMT                  PIC -(9)9.
       01  WS-DISP-AMT2                 PIC -(9)9.
       01  WS-DISP-SMALL                PIC ZZZZ9.
       01  WS-DISP-ROWS                 PIC Z(6)9.

       01  WS-CNT-LINES                 PIC 9(9) VALUE 0.
       01  WS-CNT-SECTIONS              PIC 9(5) VALUE 0.

      * Central run-control (RUNLOG) interface
       01  WS-RUNLOG.
           COPY RUNCPY1.

      * SQLCA DB2 communications area
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             DECLARE CPOL CURSOR FOR
               SELECT POLICYNUMBER,
                      COALESCE(CHAR(ISSUEDATE, ISO), ' '),
                      COALESCE(CHAR(EXPIRYDATE, ISO), ' '),
                      COALESCE(POLICYTYPE, ' '),
                      CHAR(LASTCHANGED),
                      COALESCE(BROKERID, 0),
                      COALESCE(BROKERSREFERENCE, ' '),
                      COALESCE(PAYMENT, 0),
                      COALESCE(COMMISSION, 0)
               FROM   POLICY
               WHERE  CUSTOMERNUMBER = :DB2-CUSTOMERNUMBER-INT
               ORDER BY POLICYNUMBER
           END-EXEC.

      *    THE VEHICLE SCHEDULE OF A FLEET POLICY, INCLUDING THE
      *    VEHICLES ALREADY TAKEN OFF COVER.
           EXEC SQL
             DECLARE CFVH CURSOR FOR
               SELECT REGNUMBER,
                      COALESCE(MAKE, ' '),
                      COALESCE(MODEL, ' '),
                      COALESCE(CC, 0),
                      COALESCE(VEHVALUE, 0),
                      CHAR(DATEON, ISO),
                      COALESCE(CHAR(DATEOFF, ISO), ' ')
               FROM   GENASA1.FLEETVEHICLE
               WHERE  POLICYNUMBER = :DB2-POLICYNUMBER-INT
               ORDER BY DATEON, REGNUMBER
           END-EXEC.

      *    NAMED-DRIVER ENTRIES CARRYING THE DATA SUBJECT'S CPR,
      *    ON WHOEVER'S POLICY.
           EXEC SQL
             DECLARE CDRV CURSOR FOR
               SELECT POLICYNUMBER,
                      DRIVERSEQ,
                      COALESCE(DRIVERNAME, ' '),
                      COALESCE(LICENCEYEAR, 0)
               FROM   GENASA1.NAMEDDRIVER
               WHERE  CPRNUMBER = :WS-CU-CPR
               ORDER BY POLICYNUMBER, DRIVERSEQ
           END-EXEC.

           EXEC SQL
             DECLARE CCLM CURSOR FOR
               SELECT CLAIM.CLAIMNUMBER,
                      CLAIM.POLICYNUMBER,
                      COALESCE(CHAR(CLAIM.CLAIMDATE, ISO), ' '),
                      COALESCE(CLAIM.PAID, 0),
                      COALESCE(CLAIM.VALUE, 0),
                      COALESCE(CLAIM.STATUS, ' '),
                      COALESCE(CLAIM.CAUSE, ' '),
                      COALESCE(CLAIM.OBSERVATIONS, ' ')
               FROM   CLAIM, POLICY
               WHERE  CLAIM.POLICYNUMBER = POLICY.POLICYNUMBER
                 AND  POLICY.CUSTOMERNUMBER =
                      :DB2-CUSTOMERNUMBER-INT
               ORDER BY CLAIM.CLAIMNUMBER
           END-EXEC.

           EXEC SQL
             DECLARE CCPY CURSOR FOR
               SELECT GENASA1.CLAIMPAYMENT.CLAIMNUMBER,
                      COALESCE(CHAR(
                        GENASA1.CLAIMPAYMENT.PAYMENTDATE, ISO), ' '),
                      COALESCE(GENASA1.CLAIMPAYMENT.AMOUNT, 0),
                      COALESCE(GENASA1.CLAIMPAYMENT.PAYEE, ' '),
                      COALESCE(GENASA1.CLAIMPAYMENT.PAYMENTTYPE, ' '),
                      COALESCE(CHAR(
                        GENASA1.CLAIMPAYMENT.REMITTEDDATE, ISO), ' ')
               FROM   GENASA1.CLAIMPAYMENT, CLAIM, POLICY
               WHERE  GENASA1.CLAIMPAYMENT.CLAIMNUMBER =
                      CLAIM.CLAIMNUMBER
                 AND  CLAIM.POLICYNUMBER = POLICY.POLICYNUMBER
                 AND  POLICY.CUSTOMERNUMBER =
                      :DB2-CUSTOMERNUMBER-INT
               ORDER BY GENASA1.CLAIMPAYMENT.CLAIMNUMBER,
                        GENASA1.CLAIMPAYMENT.PAYMENTDATE
           END-EXEC.

           EXEC SQL
             DECLARE CINV CURSOR FOR
               SELECT INVOICENUMBER,
                      COALESCE(POLICYNUMBER, 0),
                      COALESCE(CHAR(DUEDATE, ISO), ' '),
                      COALESCE(AMOUNT, 0),
                      COALESCE(STATUS, ' '),
                      COALESCE(CHAR(PAIDDATE, ISO), ' ')
               FROM   GENASA1.INVOICE
               WHERE  CUSTOMERNUMBER = :DB2-CUSTOMERNUMBER-INT
               ORDER BY INVOICENUMBER
           END-EXEC.

           EXEC SQL
             DECLARE CLED CURSOR FOR
               SELECT COALESCE(CHAR(ENTRYDATE, ISO), ' '),
                      ENTRYTYPE,
                      COALESCE(REFERENCE, 0),
                      COALESCE(AMOUNT, 0)
               FROM   GENASA1.CUSTLEDGER
               WHERE  CUSTOMERNUMBER = :DB2-CUSTOMERNUMBER-INT
               ORDER BY ENTRYDATE, ENTRYTYPE
           END-EXEC.

           EXEC SQL
             DECLARE CDOC CURSOR FOR
               SELECT DOCID,
                      COALESCE(POLICYNUMBER, 0),
                      COALESCE(CLAIMNUMBER, 0),
                      COALESCE(DOCTYPE, ' '),
                      COALESCE(CHAR(GENDATE, ISO), ' '),
                      COALESCE(DIRECTION, ' '),
                      COALESCE(ARCHIVEDSN, ' ')
               FROM   GENASA1.DOCARCHIVE
               WHERE  CUSTOMERNUMBER = :DB2-CUSTOMERNUMBER-INT
               ORDER BY DOCID
           END-EXEC.

           EXEC SQL
             DECLARE CCON CURSOR FOR
               SELECT CHAR(CONTACTTS), CHANNEL, OPERATOR,
                      REASONCODE, COALESCE(NOTETEXT, ' '),
                      COALESCE(CHAR(FOLLOWUPDATE, ISO), ' '),
                      COALESCE(FOLLOWUPDONE, ' ')
               FROM   GENASA1.CUSTCONTACT
               WHERE  CUSTOMERNUMBER = :DB2-CUSTOMERNUMBER-INT
               ORDER BY CONTACTTS
           END-EXEC.

      *    THE ONLINE SERVICES KEY CUSTOMER AUDIT ROWS ON THE
      *    CUSTOMER NUMBER IN NINE OR TEN DIGITS.
           EXEC SQL
             DECLARE CAUD CURSOR FOR
               SELECT CHAR(AUDITTS),
                      PROGRAMNAME,
                      COALESCE(REQUESTID, ' '),
                      COALESCE(OPERATOR, ' '),
                      COALESCE(BEFOREIMAGE, ' '),
                      COALESCE(AFTERIMAGE, ' ')
               FROM   GENASA1.AUDITLOG
               WHERE  KEYVALUE = :WS-AUDIT-KEY9
                  OR  KEYVALUE = :WS-AUDIT-KEY10
               ORDER BY AUDITTS
           END-EXEC.

           EXEC SQL
             DECLARE CSAN CURSOR FOR
               SELECT ENTRYID,
                      COALESCE(CHAR(MATCHDATE, ISO), ' '),
                      COALESCE(STATUS, ' '),
                      COALESCE(DISPOSITION, ' '),
                      COALESCE(DISPOSEDBY, ' '),
                      COALESCE(CHAR(DISPOSEDDATE, ISO), ' ')
               FROM   GENASA1.SANCTIONHIT
               WHERE  CUSTOMERNUMBER = :DB2-CUSTOMERNUMBER-INT
               ORDER BY MATCHDATE, ENTRYID
           END-EXEC.

           EXEC SQL
             DECLARE CMRG CURSOR FOR
               SELECT OLDCUSTOMERNUMBER,
                      COALESCE(NEWCUSTOMERNUMBER, 0),
                      COALESCE(CHAR(MERGEDATE, ISO), ' ')
               FROM   GENASA1.CUSTMERGE
               WHERE  OLDCUSTOMERNUMBER = :DB2-CUSTOMERNUMBER-INT
                  OR  NEWCUSTOMERNUMBER = :DB2-CUSTOMERNUMBER-INT
               ORDER BY MERGEDATE
           END-EXEC.

      * Number-range allocation through NUMPGM1
       01  WS-NUM.
           COPY NUMCPY1.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.
       MAIN.

           PERFORM MARK-RUN-STARTED.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-TODAY-ISO.
           STRING WS-TODAY-YEAR '-' WS-TODAY-MONTH '-' WS-TODAY-DAY
                  DELIMITED BY SIZE INTO WS-TODAY-ISO.

           MOVE SPACES TO WS-CARD.
           ACCEPT WS-CARD FROM SYSIN.
           MOVE WS-TODAY-ISO TO WS-RECEIVED-DATE.
           IF WS-CARD-RECEIVED(5:1) = '-' AND
              WS-CARD-RECEIVED(8:1) = '-' THEN
              MOVE WS-CARD-RECEIVED TO WS-RECEIVED-DATE
           END-IF.

           PERFORM IDENTIFY-DATA-SUBJECT.

           OPEN OUTPUT DSAROUT.
           IF DSAROUT-STATUS NOT = 0 THEN
              DISPLAY 'LGDB2SAR FILE STATUS AT OPEN DSAROUT '
                      DSAROUT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM MARK-RUN-ENDED
              STOP RUN
           END-IF.

           MOVE ALL '=' TO WS-LINE(1:72).
           PERFORM WRITE-LINE.
           MOVE DB2-CUSTOMERNUMBER-INT TO WS-DISP-NUM.
           STRING 'PERSONAL DATA HELD ON CUSTOMER ' WS-DISP-NUM
                  DELIMITED BY SIZE INTO WS-LINE.
           PERFORM WRITE-LINE.
           STRING 'REQUEST RECEIVED ' WS-RECEIVED-DATE
                  '   EXTRACT PRODUCED ' WS-TODAY-ISO
                  DELIMITED BY SIZE INTO WS-LINE.
           PERFORM WRITE-LINE.
           MOVE ALL '=' TO WS-LINE(1:72).
           PERFORM WRITE-LINE.

           PERFORM EXPORT-CUSTOMER.
           PERFORM EXPORT-CONSENT.
           PERFORM EXPORT-HOUSEHOLD.
           PERFORM EXPORT-POLICIES.
           PERFORM EXPORT-NAMED-DRIVER.
           PERFORM EXPORT-CLAIMS.
           PERFORM EXPORT-CLAIM-PAYMENTS.
           PERFORM EXPORT-INVOICES.
           PERFORM EXPORT-LEDGER.
           PERFORM EXPORT-DOCUMENTS.
           PERFORM EXPORT-CONTACTS.
           PERFORM EXPORT-AUDIT-TRAIL.
           PERFORM EXPORT-SANCTION-HITS.
           PERFORM EXPORT-MERGES.

           MOVE SPACES TO WS-LINE.
           PERFORM WRITE-LINE.
           MOVE ALL '=' TO WS-LINE(1:72).
           PERFORM WRITE-LINE.
           MOVE WS-CNT-SECTIONS TO WS-DISP-ROWS.
           STRING 'END OF EXTRACT - ' WS-DISP-ROWS ' SECTIONS'
                  DELIMITED BY SIZE INTO WS-LINE.
           PERFORM WRITE-LINE.
           CLOSE DSAROUT.

           PERFORM LOG-DELIVERY.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY '------------------------------------------------'.
           DISPLAY 'LGDB2SAR DSAR EXPORT'.
           MOVE DB2-CUSTOMERNUMBER-INT TO WS-DISP-NUM.
           DISPLAY '  CUSTOMER.............: ' WS-DISP-NUM.
           MOVE DB2-DSARID-INT TO WS-DISP-NUM.
           DISPLAY '  DSAR LOG ID..........: ' WS-DISP-NUM.
           DISPLAY '  RECEIVED.............: ' WS-RECEIVED-DATE.
           DISPLAY '  DEADLINE.............: ' WS-DEADLINE-DATE.
           DISPLAY '  DELIVERED............: ' WS-TODAY-ISO.
           DISPLAY '  EXTRACT LINES........: ' WS-CNT-LINES.
           IF WS-ONTIME = 'Y' THEN
              DISPLAY '  DELIVERED WITHIN THE ONE-MONTH DEADLINE'
           ELSE
              DISPLAY '  DELIVERED AFTER THE ONE-MONTH DEADLINE'
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY '------------------------------------------------'.

           PERFORM MARK-RUN-ENDED.

           STOP RUN.

      *    THE START CALL DOUBLES AS THE DOUBLE-START GUARD - A ROW
      *    STILL MARKED RUNNING FOR TODAY'S CYCLE STOPS THE JOB.
       MARK-RUN-STARTED.
           MOVE 'LGDB2SAR' TO RUN-JOBNAME.
           MOVE 'S' TO RUN-FUNCTION.
           CALL 'LGRUNLOG' USING WS-RUNLOG.
           IF RUN-RC = 4 THEN
              DISPLAY 'LGDB2SAR ALREADY MARKED RUNNING THIS CYCLE'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF RUN-RC = 6 THEN
              DISPLAY 'LGDB2SAR HELD - PREDECESSOR '
                      RUN-FAILED-PRED ' NOT ENDED CLEANLY'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       MARK-RUN-ENDED.
           MOVE 'E' TO RUN-FUNCTION.
           MOVE WS-CNT-SECTIONS TO RUN-RECORDS-READ.
           MOVE WS-CNT-LINES TO RUN-RECORDS-WRITTEN.
           MOVE 0 TO RUN-RECORDS-REJECTED.
           MOVE RETURN-CODE TO RUN-RETURN-CODE.
           CALL 'LGRUNLOG' USING WS-RUNLOG.

      *----------------------------------------------------------------*
      *    A CPR THAT MATCHES MORE THAN ONE CUSTOMER IS REFUSED -
      *    THE REQUEST IS RESUBMITTED BY CUSTOMER NUMBER, ONCE PER
      *    CUSTOMER, SO EACH EXTRACT IS LOGGED AGAINST ITS OWN ROW.
       IDENTIFY-DATA-SUBJECT.
           EVALUATE WS-CARD-TYPE
              WHEN 'C'
                 IF WS-CARD-NUMBER NOT NUMERIC THEN
                    DISPLAY 'LGDB2SAR CUSTOMER NUMBER NOT NUMERIC '
                            WS-CARD-NUMBER
                    PERFORM REJECT-REQUEST
                 END-IF
                 MOVE WS-CARD-NUMBER TO WS-CARD-CUSTNO
                 MOVE WS-CARD-CUSTNO TO DB2-CUSTOMERNUMBER-INT
              WHEN 'P'
                 IF WS-CARD-NUMBER = SPACES THEN
                    DISPLAY 'LGDB2SAR NO CPR NUMBER ON CARD'
                    PERFORM REJECT-REQUEST
                 END-IF
                 MOVE WS-CARD-NUMBER TO WS-CPR-FILTER
                 EXEC SQL
                    SELECT COUNT(*), COALESCE(MIN(CUSTOMERNUMBER), 0)
                    INTO  :WS-MATCH-COUNT, :DB2-CUSTOMERNUMBER-INT
                    FROM  CUSTOMER
                    WHERE CPRNUMBER = :WS-CPR-FILTER
                 END-EXEC
                 IF SQLCODE NOT = 0 THEN
                    PERFORM ABEND-ON-SQL-ERROR
                 END-IF
                 IF WS-MATCH-COUNT > 1 THEN
                    DISPLAY 'LGDB2SAR CPR ' WS-CPR-FILTER
                            ' MATCHES ' WS-MATCH-COUNT
                            ' CUSTOMERS - SUBMIT BY CUSTOMER NUMBER'
                    PERFORM REJECT-REQUEST
                 END-IF
              WHEN OTHER
                 DISPLAY 'LGDB2SAR CARD MUST START C OR P'
                 PERFORM REJECT-REQUEST
           END-EVALUATE.

           EXEC SQL
              SELECT COALESCE(FIRSTNAME, ' '),
                     COALESCE(LASTNAME, ' '),
                     COALESCE(CHAR(DATEOFBIRTH, ISO), ' '),
                     COALESCE(HOUSENAME, ' '),
                     COALESCE(HOUSENUMBER, ' '),
                     COALESCE(POSTCODE, ' '),
                     COALESCE(PHONEHOME, ' '),
                     COALESCE(PHONEMOBILE, ' '),
                     COALESCE(EMAILADDRESS, ' '),
                     COALESCE(CPRNUMBER, ' '),
                     COALESCE(PROFGROUP, ' '),
                     COALESCE(IDTYPE, ' '),
                     COALESCE(IDCOUNTRY, ' '),
                     COALESCE(IDNUMBER, ' '),
                     COALESCE(ADDRPROTECT, 'N'),
                     COALESCE(ADDRPROTSRC, ' '),
                     COALESCE(CHAR(ADDRPROTDATE, ISO), ' '),
                     COALESCE(PREFLANG, ' ')
              INTO  :WS-CU-FIRSTNAME, :WS-CU-LASTNAME,
                    :WS-CU-DOB, :WS-CU-HOUSENAME,
                    :WS-CU-HOUSENUMBER, :WS-CU-POSTCODE,
                    :WS-CU-PHONEHOME, :WS-CU-PHONEMOBILE,
                    :WS-CU-EMAIL, :WS-CU-CPR, :WS-CU-PROFGROUP,
                    :WS-CU-IDTYPE, :WS-CU-IDCOUNTRY,
                    :WS-CU-IDNUMBER, :WS-CU-ADDRPROTECT,
                    :WS-CU-ADDRPROTSRC, :WS-CU-ADDRPROTDATE,
                    :WS-CU-PREFLANG
              FROM  CUSTOMER
              WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUMBER-INT
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 100
                 DISPLAY 'LGDB2SAR CUSTOMER NOT FOUND ' WS-CARD
                 PERFORM REJECT-REQUEST
              WHEN SQLCODE NOT = 0
                 PERFORM ABEND-ON-SQL-ERROR
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           MOVE DB2-CUSTOMERNUMBER-INT TO WS-CUSTNO-9.
           MOVE DB2-CUSTOMERNUMBER-INT TO WS-CUSTNO-10.
           MOVE WS-CUSTNO-9 TO WS-AUDIT-KEY9.
           MOVE WS-CUSTNO-10 TO WS-AUDIT-KEY10.

       REJECT-REQUEST.
           MOVE 8 TO RETURN-CODE.
           PERFORM MARK-RUN-ENDED.
           STOP RUN.

      *----------------------------------------------------------------*
       WRITE-LINE.
           WRITE DSAR-LINE FROM WS-LINE.
           IF DSAROUT-STATUS NOT = 0 THEN
              DISPLAY 'LGDB2SAR FILE STATUS AT WRITE DSAROUT '
                      DSAROUT-STATUS
              EXEC SQL ROLLBACK END-EXEC
              MOVE 16 TO RETURN-CODE
              PERFORM MARK-RUN-ENDED
              STOP RUN
           END-IF.
           ADD 1 TO WS-CNT-LINES.
           MOVE SPACES TO WS-LINE.

       START-SECTION.
           ADD 1 TO WS-CNT-SECTIONS.
           MOVE 0 TO WS-SECTION-ROWS.
           MOVE SPACES TO WS-LINE.
           PERFORM WRITE-LINE.
           STRING '--- ' WS-SECTION-TITLE DELIMITED BY '  '
                  ' ---' DELIMITED BY SIZE INTO WS-LINE.
           PERFORM WRITE-LINE.

       END-SECTION.
           IF WS-SECTION-ROWS = 0 THEN
              MOVE '    NOTHING HELD' TO WS-LINE
           ELSE
              MOVE WS-SECTION-ROWS TO WS-DISP-ROWS
              STRING '    ' WS-DISP-ROWS ' ROW(S)'
                     DELIMITED BY SIZE INTO WS-LINE
           END-IF.
           PERFORM WRITE-LINE.

      *----------------------------------------------------------------*
       EXPORT-CUSTOMER.
           MOVE 'CUSTOMER' TO WS-SECTION-TITLE.
           PERFORM START-SECTION.
           MOVE 1 TO WS-SECTION-ROWS.
           STRING '    NAME.........: ' WS-CU-FIRSTNAME ' '
                  WS-CU-LASTNAME DELIMITED BY SIZE INTO WS-LINE.
           PERFORM WRITE-LINE.
           STRING '    DATE OF BIRTH: ' WS-CU-DOB
                  '   CPR: ' WS-CU-CPR
                  '   PROFESSION GROUP: ' WS-CU-PROFGROUP
                  DELIMITED BY SIZE INTO WS-LINE.
           PERFORM WRITE-LINE.
           IF WS-CU-IDTYPE NOT = SPACE THEN
              STRING '    IDENTITY.....: TYPE ' WS-CU-IDTYPE
                     '   COUNTRY ' WS-CU-IDCOUNTRY
                     '   NUMBER ' WS-CU-IDNUMBER
                     DELIMITED BY SIZE INTO WS-LINE
              PERFORM WRITE-LINE
           END-IF.
           STRING '    ADDRESS......: ' WS-CU-HOUSENAME ' '
                  WS-CU-HOUSENUMBER ' ' WS-CU-POSTCODE
                  DELIMITED BY SIZE INTO WS-LINE.
           PERFORM WRITE-LINE.
           STRING '    ADDRESS PROTECTION: ' WS-CU-ADDRPROTECT
                  '   SOURCE ' WS-CU-ADDRPROTSRC
                  '   SINCE ' WS-CU-ADDRPROTDATE
                  DELIMITED BY SIZE INTO WS-LINE.
           PERFORM WRITE-LINE.
           STRING '    LANGUAGE.....: ' WS-CU-PREFLANG
                  DELIMITED BY SIZE INTO WS-LINE.
           PERFORM WRITE-LINE.
           STRING '    PHONE........: HOME ' WS-CU-PHONEHOME
                  ' MOBILE ' WS-CU-PHONEMOBILE
                  DELIMITED BY SIZE INTO WS-LINE.
           PERFORM WRITE-LINE.
           STRING '    EMAIL........: ' WS-CU-EMAIL
                  DELIMITED BY SIZE INTO WS-LINE.
           PERFORM WRITE-LINE.
           PERFORM END-SECTION.

       EXPORT-CONSENT.
           MOVE 'CONSENT' TO WS-SECTION-TITLE.
           PERFORM START-SECTION.
           EXEC SQL
              SELECT COALESCE(EMAILOK, ' '),
                     COALESCE(SMSOK, ' '),
                     COALESCE(LETTEROK, ' '),
                     COALESCE(MARKETINGOK, ' '),
                     COALESCE(EBOKSOK, ' '),
                     COALESCE(INDEXOPTOUT, ' '),
                     COALESCE(CHAR(CHANGEDTS), ' '),
                     COALESCE(CHANGESOURCE, ' ')
              INTO  :WS-CO-EMAILOK, :WS-CO-SMSOK,
                    :WS-CO-LETTEROK, :WS-CO-MARKETINGOK,
                    :WS-CO-EBOKSOK, :WS-CO-INDEXOPTOUT,
                    :WS-CO-CHANGEDTS, :WS-CO-CHANGESOURCE
              FROM  GENASA1.CONSENT
              WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUMBER-INT
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 MOVE 1 TO WS-SECTION-ROWS
                 STRING '    EMAIL ' WS-CO-EMAILOK
                        '  SMS ' WS-CO-SMSOK
                        '  LETTER ' WS-CO-LETTEROK
                        '  MARKETING ' WS-CO-MARKETINGOK
                        '  E-BOKS ' WS-CO-EBOKSOK
                        '  INDEXATION OPT-OUT ' WS-CO-INDEXOPTOUT
                        DELIMITED BY SIZE INTO WS-LINE
                 PERFORM WRITE-LINE
                 STRING '    LAST CHANGED ' WS-CO-CHANGEDTS
                        ' VIA ' WS-CO-CHANGESOURCE
                        DELIMITED BY SIZE INTO WS-LINE
                 PERFORM WRITE-LINE
              WHEN SQLCODE = 100
                 CONTINUE
              WHEN OTHER
                 PERFORM ABEND-ON-SQL-ERROR
           END-EVALUATE.
           PERFORM END-SECTION.

       EXPORT-HOUSEHOLD.
           MOVE 'HOUSEHOLD' TO WS-SECTION-TITLE.
           PERFORM START-SECTION.
           EXEC SQL
              SELECT HOUSEHOLDID,
                     COALESCE(POLICYCOUNT, 0),
                     COALESCE(LINKSOURCE, ' '),
                     COALESCE(CHAR(DERIVEDDATE, ISO), ' ')
              INTO  :DB2-HH-ID, :DB2-HH-POLICYCOUNT,
                    :WS-HH-LINKSOURCE, :WS-HH-DERIVEDDATE
              FROM  GENASA1.HOUSEHOLD
              WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUMBER-INT
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 MOVE 1 TO WS-SECTION-ROWS
                 MOVE DB2-HH-ID TO WS-DISP-NUM
                 MOVE DB2-HH-POLICYCOUNT TO WS-DISP-SMALL
                 STRING '    HOUSEHOLD ' WS-DISP-NUM
                        '  POLICIES ' WS-DISP-SMALL
                        '  LINKED BY ' WS-HH-LINKSOURCE
                        '  DERIVED ' WS-HH-DERIVEDDATE
                        DELIMITED BY SIZE INTO WS-LINE
                 PERFORM WRITE-LINE
              WHEN SQLCODE = 100
                 CONTINUE
              WHEN OTHER
                 PERFORM ABEND-ON-SQL-ERROR
           END-EVALUATE.
           PERFORM END-SECTION.

      *----------------------------------------------------------------*
       EXPORT-POLICIES.
           MOVE 'POLICIES' TO WS-SECTION-TITLE.
           PERFORM START-SECTION.
           EXEC SQL OPEN CPOL END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM ABEND-ON-SQL-ERROR
           END-IF.
           PERFORM FETCH-CPOL.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0
              ADD 1 TO WS-SECTION-ROWS
              PERFORM EXPORT-ONE-POLICY
              PERFORM FETCH-CPOL
           END-PERFORM.
           EXEC SQL CLOSE CPOL END-EXEC.
           PERFORM END-SECTION.

       FETCH-CPOL.
           EXEC SQL
              FETCH CPOL
              INTO :DB2-POLICYNUMBER-INT, :WS-PO-ISSUEDATE,
                   :WS-PO-EXPIRYDATE, :WS-PO-TYPE,
                   :WS-PO-LASTCHANGED, :DB2-PO-BROKERID,
                   :WS-PO-BROKERSREF, :DB2-PO-PAYMENT,
                   :DB2-PO-COMMISSION
           END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM ABEND-ON-SQL-ERROR
           END-IF.

       EXPORT-ONE-POLICY.
           MOVE DB2-POLICYNUMBER-INT TO WS-DISP-NUM.
           MOVE DB2-PO-PAYMENT TO WS-DISP-AMT.
           STRING '    POLICY ' WS-DISP-NUM '  TYPE ' WS-PO-TYPE
                  '  ' WS-PO-ISSUEDATE ' TO ' WS-PO-EXPIRYDATE
                  '  PREMIUM ' WS-DISP-AMT
                  '  CHANGED ' WS-PO-LASTCHANGED
                  DELIMITED BY SIZE INTO WS-LINE.
           PERFORM WRITE-LINE.
           IF DB2-PO-BROKERID > 0 THEN
              MOVE DB2-PO-BROKERID TO WS-DISP-NUM
              MOVE DB2-PO-COMMISSION TO WS-DISP-SMALL
              STRING '      BROKER ' WS-DISP-NUM
                     '  BROKER REF ' WS-PO-BROKERSREF
                     '  COMMISSION % ' WS-DISP-SMALL
                     DELIMITED BY SIZE INTO WS-LINE
              PERFORM WRITE-LINE
           END-IF.
           EVALUATE WS-PO-TYPE
              WHEN 'M'
                 PERFORM EXPORT-MOTOR-DETAIL
              WHEN 'H'
                 PERFORM EXPORT-HOUSE-DETAIL
              WHEN 'E'
                 PERFORM EXPORT-ENDOWMENT-DETAIL
              WHEN 'C'
                 PERFORM EXPORT-COMMERCIAL-DETAIL
              WHEN 'T'
                 PERFORM EXPORT-TRAVEL-DETAIL
              WHEN 'F'
                 PERFORM EXPORT-FLEET-DETAIL
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *    THE DETAIL LOOK-UP MUST NOT END THE POLICY CURSOR LOOP.
           MOVE 0 TO SQLCODE.

       EXPORT-MOTOR-DETAIL.
           EXEC SQL
              SELECT COALESCE(MAKE, ' '),
                     COALESCE(MODEL, ' '),
                     COALESCE(VALUE, 0),
                     COALESCE(REGNUMBER, ' '),
                     COALESCE(COLOUR, ' '),
                     COALESCE(CC, 0),
                     COALESCE(CHAR(YEAROFMANUFACTURE, ISO), ' '),
                     COALESCE(PREMIUM, 0),
                     COALESCE(ACCIDENTS, 0)
              INTO  :WS-MO-MAKE, :WS-MO-MODEL, :DB2-DT-VALUE,
                    :WS-MO-REGNUMBER, :WS-MO-COLOUR, :DB2-MO-CC,
                    :WS-MO-YEAR, :DB2-DT-PREMIUM,
                    :DB2-MO-ACCIDENTS
              FROM  MOTOR
              WHERE POLICYNUMBER = :DB2-POLICYNUMBER-INT
           END-EXEC.
           IF SQLCODE = 0 THEN
              MOVE DB2-DT-VALUE TO WS-DISP-AMT
              MOVE DB2-MO-CC TO WS-DISP-SMALL
              STRING '      MOTOR ' WS-MO-MAKE ' ' WS-MO-MODEL
                     ' REG ' WS-MO-REGNUMBER ' ' WS-MO-COLOUR
                     ' CC ' WS-DISP-SMALL ' BUILT ' WS-MO-YEAR
                     ' VALUE ' WS-DISP-AMT
                     DELIMITED BY SIZE INTO WS-LINE
              PERFORM WRITE-LINE
              MOVE DB2-DT-PREMIUM TO WS-DISP-AMT
              MOVE DB2-MO-ACCIDENTS TO WS-DISP-NUM
              STRING '      PREMIUM ' WS-DISP-AMT
                     '  ACCIDENTS ' WS-DISP-NUM
                     DELIMITED BY SIZE INTO WS-LINE
              PERFORM WRITE-LINE
           END-IF.

       EXPORT-HOUSE-DETAIL.
           EXEC SQL
              SELECT COALESCE(PROPERTYTYPE, ' '),
                     COALESCE(BEDROOMS, 0),
                     COALESCE(VALUE, 0),
                     COALESCE(POSTCODE, ' ')
              INTO  :WS-HO-PROPERTYTYPE, :DB2-HO-BEDROOMS,
                    :DB2-DT-VALUE, :WS-HO-POSTCODE
              FROM  GENASA1.HOUSE
              WHERE POLICYNUMBER = :DB2-POLICYNUMBER-INT
           END-EXEC.
           IF SQLCODE = 0 THEN
              MOVE DB2-DT-VALUE TO WS-DISP-AMT
              MOVE DB2-HO-BEDROOMS TO WS-DISP-SMALL
              STRING '      HOUSE ' WS-HO-PROPERTYTYPE
                     ' BEDROOMS ' WS-DISP-SMALL
                     ' POSTCODE ' WS-HO-POSTCODE
                     ' VALUE ' WS-DISP-AMT
                     DELIMITED BY SIZE INTO WS-LINE
              PERFORM WRITE-LINE
           END-IF.

       EXPORT-ENDOWMENT-DETAIL.
           EXEC SQL
              SELECT COALESCE(FUNDNAME, ' '),
                     COALESCE(TERM, 0),
                     COALESCE(SUMASSURED, 0),
                     COALESCE(LIFEASSURED, ' '),
                     COALESCE(WITHPROFITS, ' '),
                     COALESCE(EQUITIES, ' '),
                     COALESCE(MANAGEDFUND, ' ')
              INTO  :WS-EN-FUNDNAME, :DB2-EN-TERM,
                    :DB2-DT-VALUE, :WS-EN-LIFEASSURED,
                    :WS-EN-WITHPROFITS, :WS-EN-EQUITIES,
                    :WS-EN-MANAGEDFUND
              FROM  ENDOWMENT
              WHERE POLICYNUMBER = :DB2-POLICYNUMBER-INT
           END-EXEC.
           IF SQLCODE = 0 THEN
              MOVE DB2-DT-VALUE TO WS-DISP-AMT
              MOVE DB2-EN-TERM TO WS-DISP-SMALL
              STRING '      ENDOWMENT LIFE ASSURED ' WS-EN-LIFEASSURED
                     ' FUND ' WS-EN-FUNDNAME
                     ' TERM ' WS-DISP-SMALL
                     ' SUM ASSURED ' WS-DISP-AMT
                     DELIMITED BY SIZE INTO WS-LINE
              PERFORM WRITE-LINE
              STRING '      WITH-PROFITS ' WS-EN-WITHPROFITS
                     '  EQUITIES ' WS-EN-EQUITIES
                     '  MANAGED FUND ' WS-EN-MANAGEDFUND
                     DELIMITED BY SIZE INTO WS-LINE
              PERFORM WRITE-LINE
           END-IF.

       EXPORT-COMMERCIAL-DETAIL.
           EXEC SQL
              SELECT COALESCE(ADDRESS, ' '),
                     COALESCE(ZIPCODE, ' '),
                     COALESCE(CUSTOMER, ' '),
                     COALESCE(PROPERTYTYPE, ' '),
                     COALESCE(CVRNUMBER, ' '),
                     COALESCE(STATUS, 0),
                     COALESCE(FIREPREMIUM, 0),
                     COALESCE(CRIMEPREMIUM, 0),
                     COALESCE(FLOODPREMIUM, 0),
                     COALESCE(WEATHERPREMIUM, 0)
              INTO  :WS-CM-ADDRESS, :WS-CM-ZIPCODE,
                    :WS-CM-CUSTOMER, :WS-CM-PROPERTYTYPE,
                    :WS-CM-CVRNUMBER, :DB2-CM-STATUS,
                    :DB2-CM-FIREPREMIUM, :DB2-CM-CRIMEPREMIUM,
                    :DB2-CM-FLOODPREMIUM, :DB2-CM-WEATHERPREMIUM
              FROM  COMMERCIAL
              WHERE POLICYNUMBER = :DB2-POLICYNUMBER-INT
           END-EXEC.
           IF SQLCODE = 0 THEN
              STRING '      COMMERCIAL ' WS-CM-CUSTOMER(1:60)
                     ' CVR ' WS-CM-CVRNUMBER
                     DELIMITED BY SIZE INTO WS-LINE
              PERFORM WRITE-LINE
              STRING '      ADDRESS ' WS-CM-ADDRESS(1:80)
                     ' ' WS-CM-ZIPCODE
                     DELIMITED BY SIZE INTO WS-LINE
              PERFORM WRITE-LINE
              MOVE DB2-CM-STATUS TO WS-DISP-SMALL
              STRING '      PROPERTY ' WS-CM-PROPERTYTYPE(1:40)
                     ' STATUS ' WS-DISP-SMALL
                     DELIMITED BY SIZE INTO WS-LINE
              PERFORM WRITE-LINE
              MOVE DB2-CM-FIREPREMIUM TO WS-DISP-AMT
              MOVE DB2-CM-CRIMEPREMIUM TO WS-DISP-AMT2
              MOVE 1 TO WS-LINE-PTR
              STRING '      PREMIUM FIRE ' WS-DISP-AMT
                     ' CRIME ' WS-DISP-AMT2
                     DELIMITED BY SIZE INTO WS-LINE
                     WITH POINTER WS-LINE-PTR
              MOVE DB2-CM-FLOODPREMIUM TO WS-DISP-AMT
              MOVE DB2-CM-WEATHERPREMIUM TO WS-DISP-AMT2
              STRING ' FLOOD ' WS-DISP-AMT
                     ' WEATHER ' WS-DISP-AMT2
                     DELIMITED BY SIZE INTO WS-LINE
                     WITH POINTER WS-LINE-PTR
              PERFORM WRITE-LINE
           END-IF.

       EXPORT-TRAVEL-DETAIL.
           EXEC SQL
              SELECT COALESCE(COVERAREA, ' '),
                     COALESCE(PERSONS, 0),
                     COALESCE(WINTERSPORTS, ' '),
                     COALESCE(TRIPDAYS, 0),
                     COALESCE(EXCESSAMOUNT, 0)
              INTO  :WS-TR-COVERAREA, :DB2-TR-PERSONS,
                    :WS-TR-WINTERSPORTS, :DB2-TR-TRIPDAYS,
                    :DB2-TR-EXCESS
              FROM  GENASA1.TRAVEL
              WHERE POLICYNUMBER = :DB2-POLICYNUMBER-INT
           END-EXEC.
           IF SQLCODE = 0 THEN
              MOVE DB2-TR-PERSONS TO WS-DISP-SMALL
              MOVE DB2-TR-TRIPDAYS TO WS-DISP-NUM
              MOVE DB2-TR-EXCESS TO WS-DISP-AMT
              STRING '      TRAVEL AREA ' WS-TR-COVERAREA
                     ' PERSONS ' WS-DISP-SMALL
                     ' WINTER SPORTS ' WS-TR-WINTERSPORTS
                     ' TRIP DAYS ' WS-DISP-NUM
                     ' EXCESS ' WS-DISP-AMT
                     DELIMITED BY SIZE INTO WS-LINE
              PERFORM WRITE-LINE
           END-IF.

       EXPORT-FLEET-DETAIL.
           EXEC SQL
              SELECT COALESCE(PRIORCLAIMS, 0),
                     COALESCE(EXCESSAMOUNT, 0)
              INTO  :DB2-FL-PRIORCLAIMS, :DB2-FL-EXCESS
              FROM  GENASA1.FLEET
              WHERE POLICYNUMBER = :DB2-POLICYNUMBER-INT
           END-EXEC.
           IF SQLCODE = 0 THEN
              MOVE DB2-FL-PRIORCLAIMS TO WS-DISP-SMALL
              MOVE DB2-FL-EXCESS TO WS-DISP-AMT
              STRING '      FLEET PRIOR CLAIMS ' WS-DISP-SMALL
                     ' EXCESS ' WS-DISP-AMT
                     DELIMITED BY SIZE INTO WS-LINE
              PERFORM WRITE-LINE
           END-IF.
           EXEC SQL OPEN CFVH END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM ABEND-ON-SQL-ERROR
           END-IF.
           PERFORM FETCH-CFVH.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0
              MOVE DB2-FV-CC TO WS-DISP-SMALL
              MOVE DB2-FV-VALUE TO WS-DISP-AMT
              STRING '      VEHICLE ' WS-FV-REGNUMBER
                     ' ' WS-FV-MAKE ' ' WS-FV-MODEL
                     ' CC ' WS-DISP-SMALL ' VALUE ' WS-DISP-AMT
                     ' ON ' WS-FV-DATEON ' OFF ' WS-FV-DATEOFF
                     DELIMITED BY SIZE INTO WS-LINE
              PERFORM WRITE-LINE
              PERFORM FETCH-CFVH
           END-PERFORM.
           EXEC SQL CLOSE CFVH END-EXEC.

       FETCH-CFVH.
           EXEC SQL
              FETCH CFVH
              INTO :WS-FV-REGNUMBER, :WS-FV-MAKE, :WS-FV-MODEL,
                   :DB2-FV-CC, :DB2-FV-VALUE,
                   :WS-FV-DATEON, :WS-FV-DATEOFF
           END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM ABEND-ON-SQL-ERROR
           END-IF.

      *----------------------------------------------------------------*
       EXPORT-NAMED-DRIVER.
           MOVE 'NAMED DRIVER ENTRIES' TO WS-SECTION-TITLE.
           PERFORM START-SECTION.
           IF WS-CU-CPR NOT = SPACES THEN
              EXEC SQL OPEN CDRV END-EXEC
              IF SQLCODE NOT = 0 THEN
                 PERFORM ABEND-ON-SQL-ERROR
              END-IF
              PERFORM FETCH-CDRV
              PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0
                 ADD 1 TO WS-SECTION-ROWS
                 MOVE DB2-POLICYNUMBER-INT TO WS-DISP-NUM
                 MOVE DB2-ND-SEQ TO WS-DISP-SMALL
                 MOVE DB2-ND-LICENCEYEAR TO WS-DISP-NUM2
                 STRING '    POLICY ' WS-DISP-NUM
                        '  DRIVER ' WS-DISP-SMALL ' ' WS-ND-NAME
                        '  LICENCE YEAR ' WS-DISP-NUM2(6:4)
                        DELIMITED BY SIZE INTO WS-LINE
                 PERFORM WRITE-LINE
                 PERFORM FETCH-CDRV
              END-PERFORM
              EXEC SQL CLOSE CDRV END-EXEC
           END-IF.
           PERFORM END-SECTION.

       FETCH-CDRV.
           EXEC SQL
              FETCH CDRV
              INTO :DB2-POLICYNUMBER-INT, :DB2-ND-SEQ,
                   :WS-ND-NAME, :DB2-ND-LICENCEYEAR
           END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM ABEND-ON-SQL-ERROR
           END-IF.

       EXPORT-CLAIMS.
           MOVE 'CLAIMS' TO WS-SECTION-TITLE.
           PERFORM START-SECTION.
           EXEC SQL OPEN CCLM END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM ABEND-ON-SQL-ERROR
           END-IF.
           PERFORM FETCH-CCLM.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0
              ADD 1 TO WS-SECTION-ROWS
              MOVE DB2-CLAIMNUMBER-INT TO WS-DISP-NUM
              MOVE DB2-POLICYNUMBER-INT TO WS-DISP-NUM2
              MOVE DB2-CL-VALUE TO WS-DISP-AMT
              MOVE DB2-CL-PAID TO WS-DISP-AMT2
              STRING '    CLAIM ' WS-DISP-NUM
                     '  POLICY ' WS-DISP-NUM2
                     '  DATE ' WS-CL-DATE
                     '  STATUS ' WS-CL-STATUS
                     '  VALUE ' WS-DISP-AMT
                     '  PAID ' WS-DISP-AMT2
                     DELIMITED BY SIZE INTO WS-LINE
              PERFORM WRITE-LINE
              STRING '      CAUSE: ' WS-CL-CAUSE(1:110)
                     DELIMITED BY SIZE INTO WS-LINE
              PERFORM WRITE-LINE
              STRING '      NOTES: ' WS-CL-OBSERVATIONS(1:110)
                     DELIMITED BY SIZE INTO WS-LINE
              PERFORM WRITE-LINE
              PERFORM FETCH-CCLM
           END-PERFORM.
           EXEC SQL CLOSE CCLM END-EXEC.
           PERFORM END-SECTION.

       FETCH-CCLM.
           EXEC SQL
              FETCH CCLM
              INTO :DB2-CLAIMNUMBER-INT, :DB2-POLICYNUMBER-INT,
                   :WS-CL-DATE, :DB2-CL-PAID, :DB2-CL-VALUE,
                   :WS-CL-STATUS, :WS-CL-CAUSE,
                   :WS-CL-OBSERVATIONS
           END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM ABEND-ON-SQL-ERROR
           END-IF.

       EXPORT-CLAIM-PAYMENTS.
           MOVE 'CLAIM PAYMENTS' TO WS-SECTION-TITLE.
           PERFORM START-SECTION.
           EXEC SQL OPEN CCPY END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM ABEND-ON-SQL-ERROR
           END-IF.
           PERFORM FETCH-CCPY.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0
              ADD 1 TO WS-SECTION-ROWS
              MOVE DB2-CLAIMNUMBER-INT TO WS-DISP-NUM
              MOVE DB2-CP-AMOUNT TO WS-DISP-AMT
              STRING '    CLAIM ' WS-DISP-NUM
                     '  PAID ' WS-CP-DATE
                     '  AMOUNT ' WS-DISP-AMT
                     '  TYPE ' WS-CP-TYPE
                     '  TO ' WS-CP-PAYEE
                     '  REMITTED ' WS-CP-REMITTED
                     DELIMITED BY SIZE INTO WS-LINE
              PERFORM WRITE-LINE
              PERFORM FETCH-CCPY
           END-PERFORM.
           EXEC SQL CLOSE CCPY END-EXEC.
           PERFORM END-SECTION.

       FETCH-CCPY.
           EXEC SQL
              FETCH CCPY
              INTO :DB2-CLAIMNUMBER-INT, :WS-CP-DATE,
                   :DB2-CP-AMOUNT, :WS-CP-PAYEE, :WS-CP-TYPE,
                   :WS-CP-REMITTED
           END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM ABEND-ON-SQL-ERROR
           END-IF.

      *----------------------------------------------------------------*
       EXPORT-INVOICES.
           MOVE 'INVOICES' TO WS-SECTION-TITLE.
           PERFORM START-SECTION.
           EXEC SQL OPEN CINV END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM ABEND-ON-SQL-ERROR
           END-IF.
           PERFORM FETCH-CINV.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0
              ADD 1 TO WS-SECTION-ROWS
              MOVE DB2-INVOICENUMBER-INT TO WS-DISP-NUM
              MOVE DB2-POLICYNUMBER-INT TO WS-DISP-NUM2
              MOVE DB2-IN-AMOUNT TO WS-DISP-AMT
              STRING '    INVOICE ' WS-DISP-NUM
                     '  POLICY ' WS-DISP-NUM2
                     '  DUE ' WS-IN-DUEDATE
                     '  AMOUNT ' WS-DISP-AMT
                     '  STATUS ' WS-IN-STATUS
                     '  PAID ' WS-IN-PAIDDATE
                     DELIMITED BY SIZE INTO WS-LINE
              PERFORM WRITE-LINE
              PERFORM FETCH-CINV
           END-PERFORM.
           EXEC SQL CLOSE CINV END-EXEC.
           PERFORM END-SECTION.

       FETCH-CINV.
           EXEC SQL
              FETCH CINV
              INTO :DB2-INVOICENUMBER-INT, :DB2-POLICYNUMBER-INT,
                   :WS-IN-DUEDATE, :DB2-IN-AMOUNT, :WS-IN-STATUS,
                   :WS-IN-PAIDDATE
           END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM ABEND-ON-SQL-ERROR
           END-IF.

       EXPORT-LEDGER.
           MOVE 'CUSTOMER LEDGER' TO WS-SECTION-TITLE.
           PERFORM START-SECTION.
           EXEC SQL OPEN CLED END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM ABEND-ON-SQL-ERROR
           END-IF.
           PERFORM FETCH-CLED.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0
              ADD 1 TO WS-SECTION-ROWS
              MOVE DB2-LE-REFERENCE TO WS-DISP-NUM
              MOVE DB2-LE-AMOUNT TO WS-DISP-AMT
              STRING '    ' WS-LE-DATE '  ' WS-LE-TYPE
                     '  REFERENCE ' WS-DISP-NUM
                     '  AMOUNT ' WS-DISP-AMT
                     DELIMITED BY SIZE INTO WS-LINE
              PERFORM WRITE-LINE
              PERFORM FETCH-CLED
           END-PERFORM.
           EXEC SQL CLOSE CLED END-EXEC.
           PERFORM END-SECTION.

       FETCH-CLED.
           EXEC SQL
              FETCH CLED
              INTO :WS-LE-DATE, :WS-LE-TYPE, :DB2-LE-REFERENCE,
                   :DB2-LE-AMOUNT
           END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM ABEND-ON-SQL-ERROR
           END-IF.

       EXPORT-DOCUMENTS.
           MOVE 'ARCHIVED DOCUMENTS' TO WS-SECTION-TITLE.
           PERFORM START-SECTION.
           EXEC SQL OPEN CDOC END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM ABEND-ON-SQL-ERROR
           END-IF.
           PERFORM FETCH-CDOC.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0
              ADD 1 TO WS-SECTION-ROWS
              MOVE DB2-DOCID-INT TO WS-DISP-NUM
              MOVE DB2-POLICYNUMBER-INT TO WS-DISP-NUM2
              MOVE 1 TO WS-LINE-PTR
              STRING '    DOCUMENT ' WS-DISP-NUM
                     '  TYPE ' WS-DO-TYPE
                     '  DATE ' WS-DO-GENDATE
                     '  IN/OUT ' WS-DO-DIRECTION
                     '  POLICY ' WS-DISP-NUM2
                     DELIMITED BY SIZE INTO WS-LINE
                     WITH POINTER WS-LINE-PTR
              IF DB2-CLAIMNUMBER-INT > 0 THEN
                 MOVE DB2-CLAIMNUMBER-INT TO WS-DISP-NUM
                 STRING '  CLAIM ' WS-DISP-NUM
                        DELIMITED BY SIZE INTO WS-LINE
                        WITH POINTER WS-LINE-PTR
              END-IF
              PERFORM WRITE-LINE
              STRING '      ARCHIVED AS ' WS-DO-DSN
                     DELIMITED BY SIZE INTO WS-LINE
              PERFORM WRITE-LINE
              PERFORM FETCH-CDOC
           END-PERFORM.
           EXEC SQL CLOSE CDOC END-EXEC.
           PERFORM END-SECTION.

       FETCH-CDOC.
           EXEC SQL
              FETCH CDOC
              INTO :DB2-DOCID-INT, :DB2-POLICYNUMBER-INT,
                   :DB2-CLAIMNUMBER-INT, :WS-DO-TYPE,
                   :WS-DO-GENDATE, :WS-DO-DIRECTION, :WS-DO-DSN
           END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM ABEND-ON-SQL-ERROR
           END-IF.

      *    THE FREE TEXT IS THE CUSTOMER'S TOO, SO IT GOES OUT IN
      *    FULL OVER AS MANY LINES AS IT TAKES.
       EXPORT-CONTACTS.
           MOVE 'CONTACT HISTORY' TO WS-SECTION-TITLE.
           PERFORM START-SECTION.
           EXEC SQL OPEN CCON END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM ABEND-ON-SQL-ERROR
           END-IF.
           PERFORM FETCH-CCON.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0
              ADD 1 TO WS-SECTION-ROWS
              MOVE 1 TO WS-LINE-PTR
              STRING '    ' WS-CC-TS
                     '  CHANNEL ' WS-CC-CHANNEL
                     '  BY ' WS-CC-OPERATOR
                     '  REASON ' WS-CC-REASON
                     DELIMITED BY SIZE INTO WS-LINE
                     WITH POINTER WS-LINE-PTR
              IF WS-CC-FOLLOWUP NOT = SPACES THEN
                 STRING '  FOLLOW-UP ' WS-CC-FOLLOWUP
                        '  DONE ' WS-CC-DONE
                        DELIMITED BY SIZE INTO WS-LINE
                        WITH POINTER WS-LINE-PTR
              END-IF
              PERFORM WRITE-LINE
              STRING '      NOTE: ' WS-CC-TEXT(1:110)
                     DELIMITED BY SIZE INTO WS-LINE
              PERFORM WRITE-LINE
              IF WS-CC-TEXT(111:140) NOT = SPACES THEN
                 STRING '            ' WS-CC-TEXT(111:110)
                        DELIMITED BY SIZE INTO WS-LINE
                 PERFORM WRITE-LINE
              END-IF
              IF WS-CC-TEXT(221:30) NOT = SPACES THEN
                 STRING '            ' WS-CC-TEXT(221:30)
                        DELIMITED BY SIZE INTO WS-LINE
                 PERFORM WRITE-LINE
              END-IF
              PERFORM FETCH-CCON
           END-PERFORM.
           EXEC SQL CLOSE CCON END-EXEC.
           PERFORM END-SECTION.

       FETCH-CCON.
           EXEC SQL
              FETCH CCON
              INTO :WS-CC-TS, :WS-CC-CHANNEL, :WS-CC-OPERATOR,
                   :WS-CC-REASON, :WS-CC-TEXT, :WS-CC-FOLLOWUP,
                   :WS-CC-DONE
           END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM ABEND-ON-SQL-ERROR
           END-IF.

      *----------------------------------------------------------------*
       EXPORT-AUDIT-TRAIL.
           MOVE 'AUDIT TRAIL' TO WS-SECTION-TITLE.
           PERFORM START-SECTION.
           EXEC SQL OPEN CAUD END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM ABEND-ON-SQL-ERROR
           END-IF.
           PERFORM FETCH-CAUD.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0
              ADD 1 TO WS-SECTION-ROWS
              STRING '    ' WS-AU-TS ' ' WS-AU-PROGRAM ' '
                     WS-AU-REQUESTID ' BY ' WS-AU-OPERATOR
                     DELIMITED BY SIZE INTO WS-LINE
              PERFORM WRITE-LINE
              STRING '      BEFORE: ' WS-AU-BEFORE(1:110)
                     DELIMITED BY SIZE INTO WS-LINE
              PERFORM WRITE-LINE
              STRING '      AFTER.: ' WS-AU-AFTER(1:110)
                     DELIMITED BY SIZE INTO WS-LINE
              PERFORM WRITE-LINE
              PERFORM FETCH-CAUD
           END-PERFORM.
           EXEC SQL CLOSE CAUD END-EXEC.
           PERFORM END-SECTION.

       FETCH-CAUD.
           EXEC SQL
              FETCH CAUD
              INTO :WS-AU-TS, :WS-AU-PROGRAM, :WS-AU-REQUESTID,
                   :WS-AU-OPERATOR, :WS-AU-BEFORE, :WS-AU-AFTER
           END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM ABEND-ON-SQL-ERROR
           END-IF.

       EXPORT-SANCTION-HITS.
           MOVE 'SANCTIONS SCREENING' TO WS-SECTION-TITLE.
           PERFORM START-SECTION.
           EXEC SQL OPEN CSAN END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM ABEND-ON-SQL-ERROR
           END-IF.
           PERFORM FETCH-CSAN.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0
              ADD 1 TO WS-SECTION-ROWS
              MOVE DB2-SH-ENTRYID TO WS-DISP-NUM
              STRING '    LIST ENTRY ' WS-DISP-NUM
                     '  MATCHED ' WS-SH-MATCHDATE
                     '  STATUS ' WS-SH-STATUS
                     '  DISPOSITION ' WS-SH-DISPOSITION
                     '  BY ' WS-SH-DISPOSEDBY
                     '  ON ' WS-SH-DISPOSEDDATE
                     DELIMITED BY SIZE INTO WS-LINE
              PERFORM WRITE-LINE
              PERFORM FETCH-CSAN
           END-PERFORM.
           EXEC SQL CLOSE CSAN END-EXEC.
           PERFORM END-SECTION.

       FETCH-CSAN.
           EXEC SQL
              FETCH CSAN
              INTO :DB2-SH-ENTRYID, :WS-SH-MATCHDATE,
                   :WS-SH-STATUS, :WS-SH-DISPOSITION,
                   :WS-SH-DISPOSEDBY, :WS-SH-DISPOSEDDATE
           END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM ABEND-ON-SQL-ERROR
           END-IF.

       EXPORT-MERGES.
           MOVE 'CUSTOMER RECORD MERGES' TO WS-SECTION-TITLE.
           PERFORM START-SECTION.
           EXEC SQL OPEN CMRG END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM ABEND-ON-SQL-ERROR
           END-IF.
           PERFORM FETCH-CMRG.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0
              ADD 1 TO WS-SECTION-ROWS
              MOVE DB2-MG-OLD TO WS-DISP-NUM
              MOVE DB2-MG-NEW TO WS-DISP-NUM2
              STRING '    CUSTOMER ' WS-DISP-NUM
                     ' MERGED INTO ' WS-DISP-NUM2
                     ' ON ' WS-MG-DATE
                     DELIMITED BY SIZE INTO WS-LINE
              PERFORM WRITE-LINE
              PERFORM FETCH-CMRG
           END-PERFORM.
           EXEC SQL CLOSE CMRG END-EXEC.
           PERFORM END-SECTION.

       FETCH-CMRG.
           EXEC SQL
              FETCH CMRG
              INTO :DB2-MG-OLD, :DB2-MG-NEW, :WS-MG-DATE
           END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM ABEND-ON-SQL-ERROR
           END-IF.

      *----------------------------------------------------------------*
      *    THE DELIVERY LOG IS THE PROOF THE REQUEST WAS ANSWERED
      *    IN TIME - THE DEADLINE IS ONE CALENDAR MONTH FROM
      *    RECEIPT.
       LOG-DELIVERY.
           MOVE WS-CNT-LINES TO DB2-EXTRACTLINES-INT.
           MOVE 'DSAR' TO NUM-KEY-TYPE.
           MOVE 1 TO NUM-COUNT.
           CALL 'NUMPGM1' USING WS-NUM.
           IF NUM-RC NOT = 0 THEN
              DISPLAY 'LGDB2SAR - NO DSAR LOG ID, NUMPGM1 RC ' NUM-RC
              EXEC SQL ROLLBACK END-EXEC
              MOVE 16 TO RETURN-CODE
              PERFORM MARK-RUN-ENDED
              STOP RUN
           END-IF.
           MOVE NUM-FIRST TO DB2-DSARID-INT.
           EXEC SQL
              INSERT INTO GENASA1.DSARLOG
                        ( DSARID,
                          CUSTOMERNUMBER,
                          IDENTIFIEDBY,
                          RECEIVEDDATE,
                          DEADLINEDATE,
                          DELIVEREDDATE,
                          ONTIME,
                          EXTRACTLINES,
                          DELIVEREDTS )
                 VALUES ( :DB2-DSARID-INT,
                          :DB2-CUSTOMERNUMBER-INT,
                          :WS-CARD-TYPE,
                          :WS-RECEIVED-DATE,
                          DATE(:WS-RECEIVED-DATE) + 1 MONTH,
                          :WS-TODAY-ISO,
                          CASE WHEN DATE(:WS-TODAY-ISO) <=
                                    DATE(:WS-RECEIVED-DATE) + 1 MONTH
                               THEN 'Y' ELSE 'N' END,
                          :DB2-EXTRACTLINES-INT,
                          CURRENT TIMESTAMP )
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM ABEND-ON-SQL-ERROR
           END-IF.
           EXEC SQL
              SELECT CHAR(DEADLINEDATE, ISO), ONTIME
              INTO  :WS-DEADLINE-DATE, :WS-ONTIME
              FROM  GENASA1.DSARLOG
              WHERE DSARID = :DB2-DSARID-INT
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              PERFORM ABEND-ON-SQL-ERROR
           END-IF.

      *----------------------------------------------------------------*
       ABEND-ON-SQL-ERROR.
           PERFORM DISPLAY-SQL-ERROR.
           EXEC SQL ROLLBACK END-EXEC.
           MOVE 16 TO RETURN-CODE.
           PERFORM MARK-RUN-ENDED.
           STOP RUN.

       DISPLAY-SQL-ERROR.

           DISPLAY 'SQLERROR'
           DISPLAY 'SQLCODE  ' SQLCODE
           DISPLAY 'SQLSTATE ' SQLSTATE.
           MOVE 'LGDB2SAR' TO ERR-PROGRAM.
           MOVE SPACES TO ERR-PARAGRAPH.
           MOVE SPACES TO ERR-KEY-VALUES.
           MOVE SQLCODE TO ERR-SQLCODE.
           MOVE SQLSTATE TO ERR-SQLSTATE.
           MOVE SQLERRMC TO ERR-SQLERRMC.
           CALL 'LGSQLERR' USING WS-SQLERR.

       END PROGRAM LGDB2SAR.
