       ID DIVISION.
       PROGRAM-ID. IDCHECK.
      ***
      *
      *    (C) 2026 IBM FLEMMING PETERSEN
      *    VALIDATES THE IDENTITY HELD ON A CUSTOMER BY ITS TYPE.
      *    'C' IS A DANISH CPR NUMBER - THE FIRST TEN BYTES OF THE
      *    NUMBER, THE REST BLANK, ISSUING COUNTRY DK OR BLANK - AND
      *    STILL GOES THROUGH CPRCHECK. 'P' IS A PASSPORT: TWO-LETTER
      *    ISSUING COUNTRY, DOCUMENT NUMBER OF 6 TO 9 LETTERS AND
      *    DIGITS AS PRINTED IN THE MACHINE-READABLE ZONE. 'N' IS A
      *    FOREIGN NATIONAL IDENTITY NUMBER: TWO-LETTER ISSUING
      *    COUNTRY OTHER THAN DK (A DANISH NATIONAL IS KNOWN BY THE
      *    CPR), 5 TO 20 LETTERS, DIGITS AND HYPHENS, STARTING WITH A
      *    LETTER OR DIGIT. THE NUMBER IS LEFT-JUSTIFIED WITH NO
      *    EMBEDDED BLANKS IN EVERY CASE.
      *    RC: '0' VALID, '1' UNKNOWN IDENTITY TYPE, '2' ISSUING
      *    COUNTRY NOT VALID FOR THE TYPE, '3' NUMBER NOT IN THE
      *    FORM THE TYPE REQUIRES, '4' CPR FAILS CPRCHECK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01  WS-ID-NUMBER    PIC X(20).
       01  WS-NUMBER-LEN   PIC S9(8) BINARY.
       01  WS-MIN-LEN      PIC S9(8) BINARY.
       01  WS-MAX-LEN      PIC S9(8) BINARY.
       01  WS-I            PIC S9(8) BINARY.
       01  WS-CHAR         PIC X(1).
       01  WS-HYPHEN-SW    PIC X(1).
           88 HYPHEN-ALLOWED           VALUE 'Y'.

      *    CPRCHECK INTERFACE AREAS
       01  WS-CPR          PIC X(10).
       01  WS-AGE          PIC S9(4) BINARY VALUE 0.
       01  WS-GENDER       PIC X(1).
       01  WS-CPR-RC       PIC X(1).
       01  WS-BIRTHDATE    PIC 9(8).
       01  WS-LOCALE       PIC X(1) VALUE 'E'.

       LINKAGE SECTION.

       01 LS-ID-TYPE       PIC X(1).
           88 ID-IS-CPR               VALUE 'C'.
           88 ID-IS-PASSPORT          VALUE 'P'.
           88 ID-IS-NATIONAL-ID       VALUE 'N'.
       01 LS-ID-COUNTRY    PIC X(2).
       01 LS-ID-NUMBER     PIC X(20).
       01 RC               PIC X.

       PROCEDURE DIVISION USING LS-ID-TYPE LS-ID-COUNTRY LS-ID-NUMBER
                                RC.
      *
       MAIN SECTION.
       MAIN1.
           MOVE LS-ID-NUMBER TO WS-ID-NUMBER.
           MOVE '0' TO RC.

           EVALUATE TRUE
               WHEN ID-IS-CPR
                  PERFORM CHECK-CPR
               WHEN ID-IS-PASSPORT
                  MOVE 6 TO WS-MIN-LEN
                  MOVE 9 TO WS-MAX-LEN
                  MOVE 'N' TO WS-HYPHEN-SW
                  PERFORM CHECK-COUNTRY
                  IF RC = '0' THEN
                     PERFORM CHECK-DOCUMENT-NUMBER
                  END-IF
               WHEN ID-IS-NATIONAL-ID
                  MOVE 5 TO WS-MIN-LEN
                  MOVE 20 TO WS-MAX-LEN
                  MOVE 'Y' TO WS-HYPHEN-SW
                  PERFORM CHECK-COUNTRY
                  IF RC = '0' AND LS-ID-COUNTRY = 'DK' THEN
                     MOVE '2' TO RC
                  END-IF
                  IF RC = '0' THEN
                     PERFORM CHECK-DOCUMENT-NUMBER
                  END-IF
               WHEN OTHER
                  MOVE '1' TO RC
           END-EVALUATE.
           EXIT PROGRAM.

       CHECK-CPR.
           IF LS-ID-COUNTRY NOT = SPACES AND
              LS-ID-COUNTRY NOT = 'DK' THEN
              MOVE '2' TO RC
           END-IF.
           IF RC = '0' AND WS-ID-NUMBER(11:10) NOT = SPACES THEN
              MOVE '3' TO RC
           END-IF.
           IF RC = '0' THEN
              MOVE WS-ID-NUMBER(1:10) TO WS-CPR
              CALL 'CPRCHECK' USING WS-CPR WS-AGE WS-GENDER
                                    WS-CPR-RC WS-BIRTHDATE WS-LOCALE
              IF WS-CPR-RC NOT = '0' THEN
                 MOVE '4' TO RC
              END-IF
           END-IF.

      *    ISO 3166 ALPHA-2 SHAPE - TWO LETTERS A TO Z. THERE IS NO
      *    COUNTRY MASTER TO LOOK THE CODE UP IN.
       CHECK-COUNTRY.
           IF LS-ID-COUNTRY(1:1) = SPACE OR
              LS-ID-COUNTRY(2:1) = SPACE OR
              LS-ID-COUNTRY IS NOT ALPHABETIC-UPPER THEN
              MOVE '2' TO RC
           END-IF.

       CHECK-DOCUMENT-NUMBER.
           MOVE 20 TO WS-NUMBER-LEN.
           PERFORM UNTIL WS-NUMBER-LEN = 0 OR
                   WS-ID-NUMBER(WS-NUMBER-LEN:1) NOT = SPACE
              SUBTRACT 1 FROM WS-NUMBER-LEN
           END-PERFORM.
           IF WS-NUMBER-LEN < WS-MIN-LEN OR
              WS-NUMBER-LEN > WS-MAX-LEN THEN
              MOVE '3' TO RC
           END-IF.
           IF RC = '0' AND WS-ID-NUMBER(1:1) = '-' THEN
              MOVE '3' TO RC
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NUMBER-LEN OR RC NOT = '0'
              MOVE WS-ID-NUMBER(WS-I:1) TO WS-CHAR
              EVALUATE TRUE
                 WHEN WS-CHAR = SPACE
                    MOVE '3' TO RC
                 WHEN WS-CHAR IS NUMERIC
                    CONTINUE
                 WHEN WS-CHAR IS ALPHABETIC-UPPER
                    CONTINUE
                 WHEN WS-CHAR = '-' AND HYPHEN-ALLOWED
                    CONTINUE
                 WHEN OTHER
                    MOVE '3' TO RC
              END-EVALUATE
           END-PERFORM.

       END PROGRAM IDCHECK.
