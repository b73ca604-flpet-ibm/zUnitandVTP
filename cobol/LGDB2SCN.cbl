       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGDB2SCN.
      *    DAILY INBOUND-CORRESPONDENCE LOAD. READS THE SCANNING
      *    BUREAU'S INDEX FILE - ONE RECORD PER ITEM A CUSTOMER SENT
      *    US (CLAIM FORM, PHOTO, DOCTOR'S STATEMENT, SIGNED
      *    MANDATE), WITH THE CUSTOMER, POLICY OR CLAIM NUMBER THE
      *    BUREAU READ OFF IT AND WHERE THE IMAGE IS STORED - AND
      *    REGISTERS EACH ITEM ON THE DOCARCHIVE INDEX AS AN
      *    INBOUND DOCUMENT AGAINST THE CUSTOMER, WITH THE POLICY
      *    AND CLAIM FILLED IN FROM WHATEVER NUMBER WAS QUOTED. AN
      *    ITEM WHOSE NUMBER MATCHES NOTHING ON FILE, OR THAT WAS
      *    REGISTERED BEFORE (THE BUREAU'S SCAN REFERENCE IS KEPT),
      *    GOES TO THE EXCEPTIONS LIST FOR THE POST ROOM TO MATCH BY
      *    HAND. DOCPGM1 AND C360PGM1 SHOW THE ITEMS NEXT TO THE
      *    LETTERS WE SENT, AND AN ITEM ON A CLAIM COUNTS AS
      *    ACTIVITY FOR THE LGDB2DRY DIARY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCANIDX ASSIGN TO SCANIDX
               FILE STATUS IS SCANIDX-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXCPOUT ASSIGN TO EXCPOUT
               FILE STATUS IS EXCPOUT-STATUS
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.

       FILE SECTION.
      *    REFERENCE TYPE: 'C' CUSTOMER, 'P' POLICY, 'K' CLAIM
       FD SCANIDX RECORDING MODE F.
       01 SCAN-RECORD.
           05 SC-SCANREF             PIC X(16).
           05 SC-SCANDATE            PIC X(10).
           05 SC-DOCTYPE             PIC X(3).
           05 SC-REFTYPE             PIC X(1).
           05 SC-REFNUMBER           PIC X(9).
           05 SC-IMAGEDSN            PIC X(44).
           05 SC-PAGES               PIC 9(5).
           05 FILLER                 PIC X(32).

       FD EXCPOUT RECORDING MODE F.
       01 EXCP-RECORD.
           05 EX-SCANREF             PIC X(16).
           05 EX-SCANDATE            PIC X(10).
           05 EX-DOCTYPE             PIC X(3).
           05 EX-REFTYPE             PIC X(1).
           05 EX-REFNUMBER           PIC X(9).
           05 EX-REASON              PIC X(30).
           05 FILLER                 PIC X(51) VALUE SPACES.

       WORKING-STORAGE SECTION.

       01 SCANIDX-STATUS             PIC 99.
       01 EXCPOUT-STATUS             PIC 99.
       01 SC-MARKER                  PIC X VALUE '0'.
          88 SC-EOF                        VALUE '1'.

       01  DB2-REFNUMBER-INT         PIC S9(9) COMP.
       01  DB2-CUSTOMERNUMBER-INT    PIC S9(9) COMP.
       01  DB2-POLICYNUMBER-INT      PIC S9(9) COMP.
       01  DB2-CLAIMNUMBER-INT       PIC S9(9) COMP.
       01  DB2-DOCID-INT             PIC S9(9) COMP.
      *    DOCUMENT NUMBERS COME FROM NUMPGM1 A BLOCK AT A TIME.
       01  WS-NEXT-DOCID             PIC S9(9) COMP VALUE 1.
       01  WS-DOCID-BLOCK-LAST       PIC S9(9) COMP VALUE 0.
       01  WS-DOCID-BLOCK            PIC 9(7) VALUE 100.
       01  DB2-PAGES-INT             PIC S9(9) COMP.
       01  WS-FOUND-COUNT            PIC S9(9) COMP.
       01  WS-DOCTYPE                PIC X(3).
       01  WS-REASON                 PIC X(30).

       01  WS-CNT-READ               PIC 9(7) VALUE 0.
       01  WS-CNT-REGISTERED         PIC 9(7) VALUE 0.
       01  WS-CNT-EXCEPTIONS         PIC 9(7) VALUE 0.

      *    PERIODIC COMMIT SO THE JOB DOES NOT HOLD LOCKS AND LOG
      *    SPACE FOR THE FULL LENGTH OF THE RUN.
       01  WS-COMMIT-INTERVAL        PIC S9(9) COMP VALUE 1000.
       01  WS-ROWS-SINCE-COMMIT      PIC S9(9) COMP VALUE 0.

      * Central run-control (RUNLOG) interface
       01  WS-RUNLOG.
           COPY RUNCPY1.

      * SQLCA DB2 communications area
           EXEC SQL
               INCLUDE SQLCA
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

           OPEN INPUT SCANIDX.
           IF SCANIDX-STATUS NOT = 0 THEN
              DISPLAY 'LGDB2SCN FILE STATUS AT OPEN SCANIDX '
                      SCANIDX-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM MARK-RUN-ENDED
              STOP RUN
           END-IF.

           OPEN OUTPUT EXCPOUT.
           IF EXCPOUT-STATUS NOT = 0 THEN
              DISPLAY 'LGDB2SCN FILE STATUS AT OPEN EXCPOUT '
                      EXCPOUT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM MARK-RUN-ENDED
              STOP RUN
           END-IF.

           READ SCANIDX
                AT END SET SC-EOF TO TRUE
           END-READ.
           PERFORM WITH TEST BEFORE UNTIL SC-EOF

                   ADD 1 TO WS-CNT-READ
                   PERFORM REGISTER-ONE-ITEM
                   PERFORM COMMIT-CHECKPOINT
                   READ SCANIDX
                        AT END SET SC-EOF TO TRUE
                   END-READ
           END-PERFORM.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY '-----------------------------------------'.
           DISPLAY 'LGDB2SCN END OF JOB SUMMARY'.
           DISPLAY '  INDEX RECORDS READ...: ' WS-CNT-READ.
           DISPLAY '  ITEMS REGISTERED.....: ' WS-CNT-REGISTERED.
           DISPLAY '  EXCEPTIONS LISTED....: ' WS-CNT-EXCEPTIONS.
           DISPLAY '-----------------------------------------'.

           PERFORM MARK-RUN-ENDED.

           CLOSE SCANIDX.
           CLOSE EXCPOUT.
           STOP RUN.

      *    THE START CALL DOUBLES AS THE DOUBLE-START GUARD - A ROW
      *    STILL MARKED RUNNING FOR TODAY'S CYCLE STOPS THE JOB.
       MARK-RUN-STARTED.
           MOVE 'LGDB2SCN' TO RUN-JOBNAME.
           MOVE 'S' TO RUN-FUNCTION.
           CALL 'LGRUNLOG' USING WS-RUNLOG.
           IF RUN-RC = 4 THEN
              DISPLAY 'LGDB2SCN ALREADY MARKED RUNNING THIS CYCLE'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF RUN-RC = 6 THEN
              DISPLAY 'LGDB2SCN HELD - PREDECESSOR '
                      RUN-FAILED-PRED ' NOT ENDED CLEANLY'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       MARK-RUN-ENDED.
           MOVE 'E' TO RUN-FUNCTION.
           MOVE WS-CNT-READ TO RUN-RECORDS-READ.
           MOVE WS-CNT-REGISTERED TO RUN-RECORDS-WRITTEN.
           MOVE WS-CNT-EXCEPTIONS TO RUN-RECORDS-REJECTED.
           MOVE RETURN-CODE TO RUN-RETURN-CODE.
           CALL 'LGRUNLOG' USING WS-RUNLOG.

       COMMIT-CHECKPOINT.
           ADD 1 TO WS-ROWS-SINCE-COMMIT.
           IF WS-ROWS-SINCE-COMMIT >= WS-COMMIT-INTERVAL THEN
              EXEC SQL COMMIT END-EXEC
              MOVE 0 TO WS-ROWS-SINCE-COMMIT
           END-IF.

      *----------------------------------------------------------------*
      *    A RERUN OF THE SAME INDEX FILE MUST NOT REGISTER ITS
      *    ITEMS TWICE - THE SCAN REFERENCE IS THE BUREAU'S KEY.
       REGISTER-ONE-ITEM.
           MOVE SPACES TO WS-REASON.
           MOVE 0 TO DB2-CUSTOMERNUMBER-INT.
           MOVE 0 TO DB2-POLICYNUMBER-INT.
           MOVE 0 TO DB2-CLAIMNUMBER-INT.

           EXEC SQL
              SELECT COUNT(*)
              INTO  :WS-FOUND-COUNT
              FROM  GENASA1.DOCARCHIVE
              WHERE SCANREF = :SC-SCANREF
                AND DIRECTION = 'I'
           END-EXEC.
           PERFORM CHECK-SQL.
           IF WS-FOUND-COUNT > 0 THEN
              MOVE 'ALREADY REGISTERED' TO WS-REASON
           END-IF.

           IF WS-REASON = SPACES THEN
              IF SC-REFNUMBER IS NOT NUMERIC THEN
                 MOVE 'NO READABLE REFERENCE NUMBER' TO WS-REASON
              ELSE
                 MOVE SC-REFNUMBER TO DB2-REFNUMBER-INT
                 PERFORM MATCH-REFERENCE
              END-IF
           END-IF.

           IF WS-REASON = SPACES THEN
              PERFORM INSERT-INBOUND-DOCUMENT
              ADD 1 TO WS-CNT-REGISTERED
           ELSE
              MOVE SPACES TO EXCP-RECORD
              MOVE SC-SCANREF TO EX-SCANREF
              MOVE SC-SCANDATE TO EX-SCANDATE
              MOVE SC-DOCTYPE TO EX-DOCTYPE
              MOVE SC-REFTYPE TO EX-REFTYPE
              MOVE SC-REFNUMBER TO EX-REFNUMBER
              MOVE WS-REASON TO EX-REASON
              WRITE EXCP-RECORD
              ADD 1 TO WS-CNT-EXCEPTIONS
           END-IF.

      *    A CLAIM NUMBER GIVES THE POLICY AND THE CUSTOMER, A
      *    POLICY NUMBER THE CUSTOMER - THE ITEM IS ALWAYS FILED
      *    UNDER A CUSTOMER SO THE CUSTOMER VIEWS FIND IT.
       MATCH-REFERENCE.
           EVALUATE SC-REFTYPE
               WHEN 'K'
                  EXEC SQL
                     SELECT CLAIM.CLAIMNUMBER, CLAIM.POLICYNUMBER,
                            POLICY.CUSTOMERNUMBER
                     INTO  :DB2-CLAIMNUMBER-INT,
                           :DB2-POLICYNUMBER-INT,
                           :DB2-CUSTOMERNUMBER-INT
                     FROM  CLAIM, POLICY
                     WHERE CLAIM.CLAIMNUMBER = :DB2-REFNUMBER-INT
                       AND POLICY.POLICYNUMBER = CLAIM.POLICYNUMBER
                  END-EXEC
                  PERFORM CHECK-SQL
                  IF SQLCODE = 100 THEN
                     MOVE 'CLAIM NOT ON FILE' TO WS-REASON
                  END-IF
               WHEN 'P'
                  EXEC SQL
                     SELECT POLICYNUMBER, CUSTOMERNUMBER
                     INTO  :DB2-POLICYNUMBER-INT,
                           :DB2-CUSTOMERNUMBER-INT
                     FROM  POLICY
                     WHERE POLICYNUMBER = :DB2-REFNUMBER-INT
                  END-EXEC
                  PERFORM CHECK-SQL
                  IF SQLCODE = 100 THEN
                     MOVE 'POLICY NOT ON FILE' TO WS-REASON
                  END-IF
               WHEN 'C'
                  EXEC SQL
                     SELECT COUNT(*)
                     INTO  :WS-FOUND-COUNT
                     FROM  CUSTOMER
                     WHERE CUSTOMERNUMBER = :DB2-REFNUMBER-INT
                  END-EXEC
                  PERFORM CHECK-SQL
                  IF WS-FOUND-COUNT = 0 THEN
                     MOVE 'CUSTOMER NOT ON FILE' TO WS-REASON
                  ELSE
                     MOVE DB2-REFNUMBER-INT TO DB2-CUSTOMERNUMBER-INT
                  END-IF
               WHEN OTHER
                  MOVE 'UNKNOWN REFERENCE TYPE' TO WS-REASON
           END-EVALUATE.

       INSERT-INBOUND-DOCUMENT.
           MOVE SC-DOCTYPE TO WS-DOCTYPE.
           IF WS-DOCTYPE = SPACES THEN
              MOVE 'OTH' TO WS-DOCTYPE
           END-IF.
           IF SC-PAGES IS NUMERIC THEN
              MOVE SC-PAGES TO DB2-PAGES-INT
           ELSE
              MOVE 0 TO DB2-PAGES-INT
           END-IF.

           IF WS-NEXT-DOCID > WS-DOCID-BLOCK-LAST THEN
              PERFORM RESERVE-DOCID-BLOCK
           END-IF.
           MOVE WS-NEXT-DOCID TO DB2-DOCID-INT.
           ADD 1 TO WS-NEXT-DOCID.

           EXEC SQL
              INSERT INTO GENASA1.DOCARCHIVE
                        ( DOCID,
                          CUSTOMERNUMBER,
                          POLICYNUMBER,
                          DOCTYPE,
                          GENDATE,
                          ARCHIVEDSN,
                          LINECOUNT,
                          DIRECTION,
                          CLAIMNUMBER,
                          SCANREF )
                 VALUES ( :DB2-DOCID-INT,
                          :DB2-CUSTOMERNUMBER-INT,
                          :DB2-POLICYNUMBER-INT,
                          :WS-DOCTYPE,
                          :SC-SCANDATE,
                          :SC-IMAGEDSN,
                          :DB2-PAGES-INT,
                          'I',
                          :DB2-CLAIMNUMBER-INT,
                          :SC-SCANREF )
           END-EXEC.
           PERFORM CHECK-SQL.

       RESERVE-DOCID-BLOCK.
           MOVE 'DOCUMENT' TO NUM-KEY-TYPE.
           MOVE WS-DOCID-BLOCK TO NUM-COUNT.
           CALL 'NUMPGM1' USING WS-NUM.
           IF NUM-RC NOT = 0 THEN
              DISPLAY 'LGDB2SCN - NO DOCUMENT NUMBERS, NUMPGM1 RC '
                      NUM-RC
              EXEC SQL ROLLBACK END-EXEC
              MOVE 16 TO RETURN-CODE
              PERFORM MARK-RUN-ENDED
              STOP RUN
           END-IF.
           MOVE NUM-FIRST TO WS-NEXT-DOCID.
           MOVE NUM-LAST TO WS-DOCID-BLOCK-LAST.

       CHECK-SQL.
           IF SQLCODE < 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              EXEC SQL ROLLBACK END-EXEC
              MOVE 16 TO RETURN-CODE
              PERFORM MARK-RUN-ENDED
              STOP RUN
           END-IF.

      *----------------------------------------------------------------*
       DISPLAY-SQL-ERROR.

           DISPLAY 'SQLERROR'
           DISPLAY 'SQLCODE  ' SQLCODE
           DISPLAY 'SQLSTATE ' SQLSTATE.
           MOVE 'LGDB2SCN' TO ERR-PROGRAM.
           MOVE SPACES TO ERR-PARAGRAPH.
           MOVE SPACES TO ERR-KEY-VALUES.
           MOVE SQLCODE TO ERR-SQLCODE.
           MOVE SQLSTATE TO ERR-SQLSTATE.
           MOVE SQLERRMC TO ERR-SQLERRMC.
           CALL 'LGSQLERR' USING WS-SQLERR.

       END PROGRAM LGDB2SCN.
