       ID DIVISION.
       PROGRAM-ID. CVRFILE.
      *
      *    LOADS THE CVR COMPANY-REGISTER EXTRACT INTO THE CVRMAST
      *    KEYED MASTER, THE WAY DMRFILE LOADS DMRMAST. EACH DATA
      *    RECORD CARRIES A CVR NUMBER AND WHAT THE REGISTER SAYS
      *    ABOUT THE COMPANY - NAME, STATUS ('A' ACTIVE, 'C' CEASED
      *    OR DISSOLVED, 'B' UNDER BANKRUPTCY), THE DATE THAT STATUS
      *    TOOK EFFECT AND THE DB07 INDUSTRY CODE. THE EXTRACT
      *    ARRIVES BY FILE TRANSFER WITH AN 'H' HEADER AND A 'T'
      *    TRAILER CARRYING THE DATA RECORD COUNT; A COUNT MISMATCH
      *    FAILS THE LOAD, BECAUSE A TRUNCATED REGISTER WOULD MAKE
      *    HALF THE COMMERCIAL BOOK LOOK UNKNOWN. CVRLOOK READS THE
      *    MASTER IN BATCH; POLPGMA AND CLMPGMS READ IT ONLINE.
      *
      *    (C) 2026 IBM FLEMMING PETERSEN
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CVRIN ASSIGN TO CVRIN
               FILE STATUS IS CVRIN-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT CVRMAST ASSIGN TO CVRMAST
               FILE STATUS IS CVRMAST-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CV-CVRNUMBER.

       DATA DIVISION.
       FILE SECTION.
       FD CVRIN RECORDING MODE F.
       01 IN-RECORD.
           05 IN-CVRNUMBER          PIC X(8).
           05 IN-NAME               PIC X(40).
           05 IN-STATUS             PIC X(1).
           05 IN-STATUS-DATE        PIC X(10).
           05 IN-INDUSTRY           PIC X(6).
           05 FILLER                PIC X(15).
       01 IN-HEADER-RECORD.
           05 IN-HDR-TYPE           PIC X.
           05 IN-HDR-DATE           PIC X(8).
           05 IN-HDR-SOURCE         PIC X(3).
           05 FILLER                PIC X(68).
       01 IN-CONTROL-RECORD.
           05 IN-CTL-TYPE           PIC X.
           05 IN-CTL-COUNT          PIC 9(9).
           05 FILLER                PIC X(70).

       FD CVRMAST.
       01 CVRMAST-RECORD.
           05 CV-CVRNUMBER          PIC X(8).
           05 CV-NAME               PIC X(40).
           05 CV-STATUS             PIC X(1).
           05 CV-STATUS-DATE        PIC X(10).
           05 CV-INDUSTRY           PIC X(6).

       WORKING-STORAGE SECTION.

       01 CI-MARKER         PIC X     VALUE '0'.
          88 CI-EOF                   VALUE '1'.
       01 CI-TRL-MARKER     PIC X     VALUE '0'.
          88 CI-TRAILER-SEEN          VALUE '1'.
       01 CVRIN-STATUS      PIC 99.
       01 CVRMAST-STATUS    PIC 99.
       01 WS-EXPECTED-COUNT PIC 9(9) VALUE 0.
       01 WS-CNT-LOADED     PIC 9(9) VALUE 0.
       01 WS-CNT-REPLACED   PIC 9(9) VALUE 0.
       01 WS-CNT-NOT-ACTIVE PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
      *
       MAIN SECTION.
       MAIN1.

           OPEN INPUT CVRIN.
           IF CVRIN-STATUS NOT = 0 THEN
              DISPLAY 'CVRFILE FILE STATUS AT OPEN CVRIN '
                      CVRIN-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    STATUS 35 MEANS AN EMPTY CLUSTER - FIRST LOAD OF THE
      *    MASTER - AND IS OPENED OUTPUT INSTEAD.
           OPEN I-O CVRMAST.
           IF CVRMAST-STATUS = 35 THEN
              OPEN OUTPUT CVRMAST
           END-IF.
           IF CVRMAST-STATUS NOT = 0 THEN
              DISPLAY 'CVRFILE FILE STATUS AT OPEN CVRMAST '
                      CVRMAST-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           READ CVRIN
                AT END SET CI-EOF TO TRUE
           END-READ.
           PERFORM WITH TEST BEFORE UNTIL CI-EOF

                   EVALUATE IN-CVRNUMBER(1:1)
                       WHEN 'H'
                          CONTINUE
                       WHEN 'T'
                          SET CI-TRAILER-SEEN TO TRUE
                          MOVE IN-CTL-COUNT TO WS-EXPECTED-COUNT
                       WHEN OTHER
                          PERFORM LOAD-ONE-COMPANY
                   END-EVALUATE
                   READ CVRIN
                        AT END SET CI-EOF TO TRUE
                   END-READ
           END-PERFORM.

      *    A TRUNCATED EXTRACT MUST NOT GO LIVE - HALF A REGISTER
      *    WOULD HOLD UP EVERY COMMERCIAL CLAIM IN THE MISSING HALF.
           IF NOT CI-TRAILER-SEEN OR
              WS-EXPECTED-COUNT NOT =
                 WS-CNT-LOADED + WS-CNT-REPLACED THEN
              DISPLAY 'CVRFILE CONTROL COUNT MISMATCH - EXPECTED '
                      WS-EXPECTED-COUNT ' LOADED '
                      WS-CNT-LOADED ' REPLACED ' WS-CNT-REPLACED
              MOVE 16 TO RETURN-CODE
           END-IF.

           DISPLAY '-----------------------------------------'.
           DISPLAY 'CVRFILE END OF JOB SUMMARY'.
           DISPLAY '  COMPANIES LOADED.....: ' WS-CNT-LOADED.
           DISPLAY '  COMPANIES REPLACED...: ' WS-CNT-REPLACED.
           DISPLAY '  OF WHICH NOT ACTIVE..: ' WS-CNT-NOT-ACTIVE.
           DISPLAY '-----------------------------------------'.

           CLOSE CVRIN.
           CLOSE CVRMAST.
           STOP RUN.

       LOAD-ONE-COMPANY.
           MOVE IN-CVRNUMBER TO CV-CVRNUMBER.
           MOVE IN-NAME TO CV-NAME.
           MOVE IN-STATUS TO CV-STATUS.
           MOVE IN-STATUS-DATE TO CV-STATUS-DATE.
           MOVE IN-INDUSTRY TO CV-INDUSTRY.
           IF CV-STATUS NOT = 'A' THEN
              ADD 1 TO WS-CNT-NOT-ACTIVE
           END-IF.
           WRITE CVRMAST-RECORD.
           EVALUATE CVRMAST-STATUS
               WHEN 0
                  ADD 1 TO WS-CNT-LOADED
               WHEN 22
                  REWRITE CVRMAST-RECORD
                  IF CVRMAST-STATUS = 0 THEN
                     ADD 1 TO WS-CNT-REPLACED
                  ELSE
                     DISPLAY 'CVRFILE FILE STATUS AT REWRITE '
                             CVRMAST-STATUS ' KEY ' CV-CVRNUMBER
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                  END-IF
               WHEN OTHER
                  DISPLAY 'CVRFILE FILE STATUS AT WRITE '
                          CVRMAST-STATUS ' KEY ' CV-CVRNUMBER
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
           END-EVALUATE.

       END PROGRAM CVRFILE.
