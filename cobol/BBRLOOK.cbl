       ID DIVISION.
       PROGRAM-ID. BBRLOOK.
      ***
      *
      *    (C) 2026 IBM FLEMMING PETERSEN
      *    BUILDING LOOKUP SERVICE OVER THE BBRMAST KEYED MASTER
      *    THAT BBRFILE LOADS FROM THE BBR REGISTER EXTRACT, IN
      *    THE DMRLOOK PATTERN. GIVEN AN ADDRESS - POSTCODE, HOUSE
      *    NAME AND HOUSE NUMBER, 32 BYTES - RETURNS THE REGISTER'S
      *    YEAR BUILT, LIVING AREA IN SQUARE METRES, ROOF MATERIAL
      *    CODE ('07' THATCH) AND BUILDING USE CODE. THE MASTER IS
      *    OPENED ON FIRST CALL AND HELD OPEN.
      *    RC: '0' FOUND, '1' NOT ON THE REGISTER, '2' MASTER
      *    UNAVAILABLE (CALLER DECIDES WHETHER TO CARRY ON).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BBRMAST ASSIGN TO BBRMAST
               FILE STATUS IS BBRMAST-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BB-ADDRESS.

       DATA DIVISION.
       FILE SECTION.
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

       01 BBRMAST-STATUS    PIC 99.
       01 BB-OPEN-MARKER    PIC X     VALUE '0'.
          88 BBRMAST-IS-OPEN          VALUE '1'.
          88 BBRMAST-UNUSABLE         VALUE '2'.

       LINKAGE SECTION.

       01 LS-ADDRESS        PIC X(32).
       01 LS-BUILT-YEAR     PIC 9(4).
       01 LS-LIVING-AREA    PIC 9(5).
       01 LS-ROOF           PIC X(2).
       01 LS-USE            PIC X(3).
       01 RC                PIC X.

       PROCEDURE DIVISION USING LS-ADDRESS LS-BUILT-YEAR
                                LS-LIVING-AREA LS-ROOF LS-USE RC.
      *
       MAIN SECTION.
       MAIN1.
           MOVE '0' TO RC.

           IF NOT BBRMAST-IS-OPEN AND NOT BBRMAST-UNUSABLE THEN
              PERFORM OPEN-MASTER
           END-IF.

           IF BBRMAST-IS-OPEN THEN
              PERFORM READ-MASTER
           ELSE
              MOVE '2' TO RC
           END-IF.

           GOBACK.

      *    A MASTER THAT WILL NOT OPEN (EXTRACT NOT YET LOADED)
      *    MUST NOT STOP THE CALLER - EVERY LOOKUP COMES BACK '2'
      *    FOR THIS RUN.
       OPEN-MASTER.
           OPEN INPUT BBRMAST.
           IF BBRMAST-STATUS = 0 THEN
              SET BBRMAST-IS-OPEN TO TRUE
           ELSE
              DISPLAY 'BBRLOOK FILE STATUS AT OPEN BBRMAST '
                      BBRMAST-STATUS
              SET BBRMAST-UNUSABLE TO TRUE
           END-IF.

       READ-MASTER.
           MOVE LS-ADDRESS TO BB-ADDRESS.
           READ BBRMAST.
           EVALUATE BBRMAST-STATUS
               WHEN 0
                  MOVE BB-BUILT-YEAR TO LS-BUILT-YEAR
                  MOVE BB-LIVING-AREA TO LS-LIVING-AREA
                  MOVE BB-ROOF TO LS-ROOF
                  MOVE BB-USE TO LS-USE
               WHEN 23
                  MOVE '1' TO RC
               WHEN OTHER
                  DISPLAY 'BBRLOOK FILE STATUS AT READ BBRMAST '
                          BBRMAST-STATUS
                  MOVE '2' TO RC
           END-EVALUATE.

       END PROGRAM BBRLOOK.
