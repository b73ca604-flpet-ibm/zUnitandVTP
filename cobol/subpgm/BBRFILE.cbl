       ID DIVISION.
       PROGRAM-ID. BBRFILE.
      *
      *    LOADS THE BBR BUILDING-REGISTER EXTRACT INTO THE BBRMAST
      *    KEYED MASTER, THE WAY DMRFILE LOADS DMRMAST. THE MASTER
      *    IS KEYED ON THE ADDRESS - POSTCODE, HOUSE NAME AND HOUSE
      *    NUMBER AS THE CUSTOMER TABLE HOLDS THEM - AND CARRIES
      *    WHAT THE REGISTER SAYS ABOUT THE BUILDING: YEAR BUILT,
      *    LIVING AREA IN SQUARE METRES, ROOF MATERIAL CODE ('07'
      *    THATCH) AND BUILDING USE CODE (120 DETACHED, 121 SEMI-
      *    DETACHED, 130-132 TERRACED, 140 FLATS). EVERY RECORD
      *    STARTS WITH ITS TYPE - 'H' HEADER, 'D' BUILDING, 'T'
      *    TRAILER CARRYING THE DATA RECORD COUNT - BECAUSE A
      *    POSTCODE CAN START WITH ANY LETTER; A COUNT MISMATCH
      *    FAILS THE LOAD. BBRLOOK READS THE MASTER IN BATCH;
      *    POLPGMA AND POLPGMU READ IT ONLINE.
      *
      *    (C) 2026 IBM FLEMMING PETERSEN
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BBRIN ASSIGN TO BBRIN
               FILE STATUS IS BBRIN-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT BBRMAST ASSIGN TO BBRMAST
               FILE STATUS IS BBRMAST-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BB-ADDRESS.

       DATA DIVISION.
       FILE SECTION.
       FD BBRIN RECORDING MODE F.
       01 IN-RECORD.
           05 IN-REC-TYPE           PIC X(1).
           05 IN-POSTCODE           PIC X(8).
           05 IN-HOUSENAME          PIC X(20).
           05 IN-HOUSENUMBER        PIC X(4).
           05 IN-BUILT-YEAR         PIC 9(4).
           05 IN-LIVING-AREA        PIC 9(5).
           05 IN-ROOF               PIC X(2).
           05 IN-USE                PIC X(3).
           05 FILLER                PIC X(33).
       01 IN-HEADER-RECORD.
           05 IN-HDR-TYPE           PIC X.
           05 IN-HDR-DATE           PIC X(8).
           05 IN-HDR-SOURCE         PIC X(3).
           05 FILLER                PIC X(68).
       01 IN-CONTROL-RECORD.
           05 IN-CTL-TYPE           PIC X.
           05 IN-CTL-COUNT          PIC 9(9).
           05 FILLER                PIC X(70).

       FD BBRMAST.
       01 BBRMAST-RECORD.
           05 BB-ADDRESS.
              10 BB-POSTCODE        PIC X(8).
              10 BB-HOUSENAME       PIC X(20).
              10 BB-HOUSENUMBER     PIC X(4).
           05 BB-BUILT-YEAR         PIC 9(4).
           05 BB-LIVING-AREA        PIC 9(5).
           05 BB-ROOF               PIC X(2).
           05 BB-USE                PIC X(3).

       WORKING-STORAGE SECTION.

       01 BI-MARKER         PIC X     VALUE '0'.
          88 BI-EOF                   VALUE '1'.
       01 BI-TRL-MARKER     PIC X     VALUE '0'.
          88 BI-TRAILER-SEEN          VALUE '1'.
       01 BBRIN-STATUS      PIC 99.
       01 BBRMAST-STATUS    PIC 99.
       01 WS-EXPECTED-COUNT PIC 9(9) VALUE 0.
       01 WS-CNT-LOADED     PIC 9(9) VALUE 0.
       01 WS-CNT-REPLACED   PIC 9(9) VALUE 0.
       01 WS-CNT-THATCHED   PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
      *
       MAIN SECTION.
       MAIN1.

           OPEN INPUT BBRIN.
           IF BBRIN-STATUS NOT = 0 THEN
              DISPLAY 'BBRFILE FILE STATUS AT OPEN BBRIN '
                      BBRIN-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    STATUS 35 MEANS AN EMPTY CLUSTER - FIRST LOAD OF THE
      *    MASTER - AND IS OPENED OUTPUT INSTEAD.
           OPEN I-O BBRMAST.
           IF BBRMAST-STATUS = 35 THEN
              OPEN OUTPUT BBRMAST
           END-IF.
           IF BBRMAST-STATUS NOT = 0 THEN
              DISPLAY 'BBRFILE FILE STATUS AT OPEN BBRMAST '
                      BBRMAST-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           READ BBRIN
                AT END SET BI-EOF TO TRUE
           END-READ.
           PERFORM WITH TEST BEFORE UNTIL BI-EOF

                   EVALUATE IN-REC-TYPE
                       WHEN 'H'
                          CONTINUE
                       WHEN 'T'
                          SET BI-TRAILER-SEEN TO TRUE
                          MOVE IN-CTL-COUNT TO WS-EXPECTED-COUNT
                       WHEN OTHER
                          PERFORM LOAD-ONE-BUILDING
                   END-EVALUATE
                   READ BBRIN
                        AT END SET BI-EOF TO TRUE
                   END-READ
           END-PERFORM.

      *    A TRUNCATED EXTRACT MUST NOT GO LIVE - EVERY HOUSE IN THE
      *    MISSING PART WOULD GO UNCHECKED AND BE REPORTED.
           IF NOT BI-TRAILER-SEEN OR
              WS-EXPECTED-COUNT NOT =
                 WS-CNT-LOADED + WS-CNT-REPLACED THEN
              DISPLAY 'BBRFILE CONTROL COUNT MISMATCH - EXPECTED '
                      WS-EXPECTED-COUNT ' LOADED '
                      WS-CNT-LOADED ' REPLACED ' WS-CNT-REPLACED
              MOVE 16 TO RETURN-CODE
           END-IF.

           DISPLAY '-----------------------------------------'.
           DISPLAY 'BBRFILE END OF JOB SUMMARY'.
           DISPLAY '  BUILDINGS LOADED.....: ' WS-CNT-LOADED.
           DISPLAY '  BUILDINGS REPLACED...: ' WS-CNT-REPLACED.
           DISPLAY '  OF WHICH THATCHED....: ' WS-CNT-THATCHED.
           DISPLAY '-----------------------------------------'.

           CLOSE BBRIN.
           CLOSE BBRMAST.
           STOP RUN.

      *    A YEAR OR AREA THE REGISTER DOES NOT HOLD COMES OVER AS
      *    SPACES AND IS KEPT AS ZERO - UNKNOWN.
       LOAD-ONE-BUILDING.
           MOVE IN-POSTCODE TO BB-POSTCODE.
           MOVE IN-HOUSENAME TO BB-HOUSENAME.
           MOVE IN-HOUSENUMBER TO BB-HOUSENUMBER.
           IF IN-BUILT-YEAR NUMERIC THEN
              MOVE IN-BUILT-YEAR TO BB-BUILT-YEAR
           ELSE
              MOVE 0 TO BB-BUILT-YEAR
           END-IF.
           IF IN-LIVING-AREA NUMERIC THEN
              MOVE IN-LIVING-AREA TO BB-LIVING-AREA
           ELSE
              MOVE 0 TO BB-LIVING-AREA
           END-IF.
           MOVE IN-ROOF TO BB-ROOF.
           MOVE IN-USE TO BB-USE.
           IF BB-ROOF = '07' THEN
              ADD 1 TO WS-CNT-THATCHED
           END-IF.
           WRITE BBRMAST-RECORD.
           EVALUATE BBRMAST-STATUS
               WHEN 0
                  ADD 1 TO WS-CNT-LOADED
               WHEN 22
                  REWRITE BBRMAST-RECORD
                  IF BBRMAST-STATUS = 0 THEN
                     ADD 1 TO WS-CNT-REPLACED
                  ELSE
                     DISPLAY 'BBRFILE FILE STATUS AT REWRITE '
                             BBRMAST-STATUS ' KEY ' BB-ADDRESS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                  END-IF
               WHEN OTHER
                  DISPLAY 'BBRFILE FILE STATUS AT WRITE '
                          BBRMAST-STATUS ' KEY ' BB-ADDRESS
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
           END-EVALUATE.

       END PROGRAM BBRFILE.
