       ID DIVISION.
       PROGRAM-ID. CVRLOOK.
      ***
      *
      *    (C) 2026 IBM FLEMMING PETERSEN
      *    COMPANY LOOKUP SERVICE OVER THE CVRMAST KEYED MASTER
      *    THAT CVRFILE LOADS FROM THE CVR REGISTER EXTRACT, IN
      *    THE DMRLOOK PATTERN. GIVEN A CVR NUMBER, RETURNS THE
      *    REGISTER'S COMPANY NAME, STATUS ('A' ACTIVE, 'C' CEASED
      *    OR DISSOLVED, 'B' UNDER BANKRUPTCY), STATUS DATE AND
      *    INDUSTRY CODE, SO CVRCHECK'S ARITHMETIC IS BACKED BY
      *    PROOF THE COMPANY STILL TRADES. THE MASTER IS OPENED ON
      *    FIRST CALL AND HELD OPEN.
      *    RC: '0' FOUND, '1' NOT ON THE REGISTER, '2' MASTER
      *    UNAVAILABLE (CALLER DECIDES WHETHER TO CARRY ON).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CVRMAST ASSIGN TO CVRMAST
               FILE STATUS IS CVRMAST-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CV-CVRNUMBER.

       DATA DIVISION.
       FILE SECTION.
       FD CVRMAST.
       01 CVRMAST-RECORD.
           05 CV-CVRNUMBER          PIC X(8).
           05 CV-NAME               PIC X(40).
           05 CV-STATUS             PIC X(1).
           05 CV-STATUS-DATE        PIC X(10).
           05 CV-INDUSTRY           PIC X(6).

       WORKING-STORAGE SECTION.

       01 CVRMAST-STATUS    PIC 99.
       01 CV-OPEN-MARKER    PIC X     VALUE '0'.
          88 CVRMAST-IS-OPEN          VALUE '1'.
          88 CVRMAST-UNUSABLE         VALUE '2'.

       LINKAGE SECTION.

       01 LS-CVRNUMBER      PIC X(8).
       01 LS-NAME           PIC X(40).
       01 LS-STATUS         PIC X(1).
       01 LS-STATUS-DATE    PIC X(10).
       01 LS-INDUSTRY       PIC X(6).
       01 RC                PIC X.

       PROCEDURE DIVISION USING LS-CVRNUMBER LS-NAME LS-STATUS
                                LS-STATUS-DATE LS-INDUSTRY RC.
      *
       MAIN SECTION.
       MAIN1.
           MOVE '0' TO RC.

           IF NOT CVRMAST-IS-OPEN AND NOT CVRMAST-UNUSABLE THEN
              PERFORM OPEN-MASTER
           END-IF.

           IF CVRMAST-IS-OPEN THEN
              PERFORM READ-MASTER
           ELSE
              MOVE '2' TO RC
           END-IF.

           GOBACK.

      *    A MASTER THAT WILL NOT OPEN (EXTRACT NOT YET LOADED)
      *    MUST NOT STOP THE CALLER - EVERY LOOKUP COMES BACK '2'
      *    FOR THIS RUN.
       OPEN-MASTER.
           OPEN INPUT CVRMAST.
           IF CVRMAST-STATUS = 0 THEN
              SET CVRMAST-IS-OPEN TO TRUE
           ELSE
              DISPLAY 'CVRLOOK FILE STATUS AT OPEN CVRMAST '
                      CVRMAST-STATUS
              SET CVRMAST-UNUSABLE TO TRUE
           END-IF.

       READ-MASTER.
           MOVE LS-CVRNUMBER TO CV-CVRNUMBER.
           READ CVRMAST.
           EVALUATE CVRMAST-STATUS
               WHEN 0
                  MOVE CV-NAME TO LS-NAME
                  MOVE CV-STATUS TO LS-STATUS
                  MOVE CV-STATUS-DATE TO LS-STATUS-DATE
                  MOVE CV-INDUSTRY TO LS-INDUSTRY
               WHEN 23
                  MOVE '1' TO RC
               WHEN OTHER
                  DISPLAY 'CVRLOOK FILE STATUS AT READ CVRMAST '
                          CVRMAST-STATUS
                  MOVE '2' TO RC
           END-EVALUATE.

       END PROGRAM CVRLOOK.
