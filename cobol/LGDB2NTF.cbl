      *    EXISTS ON FILE: A CHANNEL THE CUSTOMER HAS NOT PERMITTED
      *    IS SKIPPED, AND A CUSTOMER WITH NO PERMITTED ELECTRONIC
      *    CHANNEL FALLS BACK TO PRINT - THESE ARE SERVICE
      *    MESSAGES, SO THEY ALWAYS GO SOMEWHERE. THE PAPER
      *    FALLBACK FOR A CUSTOMER UNDER NAME AND ADDRESS
      *    PROTECTION GOES TO THE SPECIAL HANDLING FILE (SPCLOUT),
      *    NEVER TO THE BULK PRINT STREAM. A CUSTOMER WHOSE
      *    PREFERRED LANGUAGE (CUSTOMER.PREFLANG) IS ENGLISH GETS
      *    THE ENGLISH VARIANT OF THE TEMPLATE - THE SAME ID WITH
      *    'E' IN ITS LAST BYTE (RENEW01E, CLAIM01E, FUNDS01E);
      *    EVERYONE ELSE GETS THE DANISH TEMPLATE AS BEFORE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           SELECT PRINTOUT ASSIGN TO PRINTOUT
               FILE STATUS IS PRINTOUT-STATUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT SPCLOUT ASSIGN TO SPCLOUT
               FILE STATUS IS SPCLOUT-STATUS
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.

           05 PR-MERGE-FIELDS        PIC X(60).
           05 FILLER                 PIC X(3) VALUE SPACES.

      *    SPECIAL HANDLING - SAME LAYOUT AS THE PRINT STREAM.
       FD SPCLOUT RECORDING MODE F.
       01 SPCL-RECORD.
           05 SP-CUSTOMERNUMBER      PIC 9(9).
           05 SP-TEMPLATE            PIC X(8).
           05 SP-MERGE-FIELDS        PIC X(60).
           05 FILLER                 PIC X(3) VALUE SPACES.

       WORKING-STORAGE SECTION.

       01 RENIN-STATUS               PIC 99.
       01 NOTIFOUT-STATUS            PIC 99.
       01 PRINTOUT-STATUS            PIC 99.
       01 SPCLOUT-STATUS             PIC 99.
       01 RI-MARKER                  PIC X VALUE '0'.
          88 RI-EOF                        VALUE '1'.

       01  WS-CLAIMNUMBER              PIC S9(9) COMP.
       01  WS-EMAILADDRESS             PIC X(100).
       01  WS-PHONEMOBILE              PIC X(20).
       01  WS-ADDRPROTECT              PIC X(1).
       01  WS-PREFLANG                 PIC X(1).

      *    CONSENT FLAGS - NO ROW ON THE REGISTER MEANS THE
      *    HISTORIC DEFAULT: SERVICE CONTACT PERMITTED.
       01  WS-CNT-EMAIL                PIC 9(7) VALUE 0.
       01  WS-CNT-SMS                  PIC 9(7) VALUE 0.
       01  WS-CNT-PRINT                PIC 9(7) VALUE 0.
       01  WS-CNT-SPECIAL              PIC 9(7) VALUE 0.
       01  WS-CNT-ENGLISH              PIC 9(7) VALUE 0.

      *    CLAIMS REGISTERED TODAY, WITH THE OWNING CUSTOMER.
           EXEC SQL
              STOP RUN
           END-IF.

           OPEN OUTPUT SPCLOUT.
           IF SPCLOUT-STATUS NOT = 0 THEN
              DISPLAY 'LGDB2NTF FILE STATUS AT OPEN SPCLOUT '
                      SPCLOUT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM EMIT-RENEWAL-INVITATIONS.
           PERFORM EMIT-CLAIM-CONFIRMATIONS.
           PERFORM EMIT-SWITCH-CONFIRMATIONS.
           CLOSE RENIN.
           CLOSE NOTIFOUT.
           CLOSE PRINTOUT.
           CLOSE SPCLOUT.
           STOP RUN.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    THE CHANNEL DECISION: E-MAIL FIRST, SMS SECOND, AND A
      *    CUSTOMER WITH NEITHER CONTACT FIELD FALLS BACK ONTO THE
      *    PRINT STREAM INSTEAD OF BEING DROPPED - OR, FOR A
      *    PROTECTED ADDRESS, ONTO SPECIAL HANDLING. A CUSTOMER ROW
      *    THAT CANNOT BE READ IS TREATED AS PROTECTED.
       EMIT-ONE-NOTIFICATION.
           MOVE SPACES TO WS-EMAILADDRESS.
           MOVE SPACES TO WS-PHONEMOBILE.
           MOVE 'N' TO WS-ADDRPROTECT.
           MOVE 'D' TO WS-PREFLANG.
           EXEC SQL
              SELECT EMAILADDRESS, PHONEMOBILE,
                     COALESCE(ADDRPROTECT, 'N'),
                     COALESCE(PREFLANG, 'D')
              INTO  :WS-EMAILADDRESS, :WS-PHONEMOBILE,
                    :WS-ADDRPROTECT, :WS-PREFLANG
              FROM CUSTOMER
              WHERE CUSTOMERNUMBER = :WS-CUSTOMERNUMBER
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
              MOVE SPACES TO WS-EMAILADDRESS
              MOVE SPACES TO WS-PHONEMOBILE
              MOVE 'Y' TO WS-ADDRPROTECT
              MOVE 'D' TO WS-PREFLANG
           END-IF.
           IF WS-PREFLANG = 'E' THEN
              MOVE 'E' TO WS-TEMPLATE(8:1)
              ADD 1 TO WS-CNT-ENGLISH
           END-IF.

           MOVE 'Y' TO WS-CON-EMAILOK.

           MOVE SPACES TO NOTIF-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           MOVE SPACES TO SPCL-RECORD.
           EVALUATE TRUE
               WHEN WS-EMAILADDRESS NOT = SPACES
                AND WS-CON-EMAILOK NOT = 'N'
                  MOVE WS-MERGE-FIELDS TO NT-MERGE-FIELDS
                  WRITE NOTIF-RECORD
                  ADD 1 TO WS-CNT-SMS
               WHEN WS-ADDRPROTECT = 'Y'
                  MOVE WS-CUSTOMERNUMBER TO SP-CUSTOMERNUMBER
                  MOVE WS-TEMPLATE TO SP-TEMPLATE
                  MOVE WS-MERGE-FIELDS TO SP-MERGE-FIELDS
                  WRITE SPCL-RECORD
                  ADD 1 TO WS-CNT-SPECIAL
               WHEN OTHER
                  MOVE WS-CUSTOMERNUMBER TO PR-CUSTOMERNUMBER
                  MOVE WS-TEMPLATE TO PR-TEMPLATE
           DISPLAY '  BY E-MAIL.............: ' WS-CNT-EMAIL.
           DISPLAY '  BY SMS................: ' WS-CNT-SMS.
           DISPLAY '  TO PRINT STREAM.......: ' WS-CNT-PRINT.
           DISPLAY '  TO SPECIAL HANDLING...: ' WS-CNT-SPECIAL.
           DISPLAY '  ENGLISH TEMPLATE......: ' WS-CNT-ENGLISH.
           DISPLAY '-----------------------------------------'.

       END PROGRAM LGDB2NTF.
