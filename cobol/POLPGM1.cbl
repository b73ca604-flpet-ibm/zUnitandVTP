      *    ROUTES TO POLPGMA TO ADD A POLICY AND ITS TYPE-SPECIFIC
      *    DETAIL ROW, POLPGMU TO UPDATE ONE, OR POLPGMI TO INQUIRE,
      *    DEPENDING ON THE REQUEST ID THE CALLER SETS IN THE
      *    COMMAREA. WHILE A BATCH MAINTENANCE WINDOW IS OPEN (SEE
      *    SVCPGM1) EVERY UPDATE IS REFUSED WITH RETURN CODE 96 AND
      *    THE HH:MM THE WINDOW CLOSES IN FSP-MAINT-UNTIL; THE
      *    INQUIRIES (POLINQ, POLDRL, POLFVL) RUN AS NORMAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.

       01 MY-PGM PIC X(8).

       01  WS-SVC.
           COPY SVCCPY1.

       01  WS-UPDATE-SW                PIC X(1).
           88 WS-UPDATE-REQUEST                 VALUE 'Y'.

       PROCEDURE DIVISION.
      *
       MAIN SECTION.
       MAIN1.

           MOVE 'Y' TO WS-UPDATE-SW
           MOVE 'N' TO SVC-IN-MAINT IN WS-SVC

           EVALUATE FSP-REQUEST-ID IN MY-POLICY
               WHEN 'POLADD'
                  MOVE 'POLPGMA' TO MY-PGM
                  MOVE 'POLPGMU' TO MY-PGM
               WHEN 'POLCAN'
                  MOVE 'POLPGMC' TO MY-PGM
               WHEN 'POLWDR'
                  MOVE 'POLPGMW' TO MY-PGM
               WHEN 'POLTRF'
                  MOVE 'POLPGMT' TO MY-PGM
               WHEN 'POLEND'
                  MOVE 'POLPGME' TO MY-PGM
               WHEN 'POLREI'
               WHEN 'POLDRD'
               WHEN 'POLDRL'
                  MOVE 'POLPGMD' TO MY-PGM
               WHEN 'POLFVA'
               WHEN 'POLFVR'
               WHEN 'POLFVL'
                  MOVE 'POLPGMF' TO MY-PGM
               WHEN OTHER
                  MOVE 'POLPGMI' TO MY-PGM
                  MOVE 'N' TO WS-UPDATE-SW
           END-EVALUATE

           IF FSP-REQUEST-ID IN MY-POLICY = 'POLDRL' OR
              FSP-REQUEST-ID IN MY-POLICY = 'POLFVL' THEN
              MOVE 'N' TO WS-UPDATE-SW
           END-IF

           IF WS-UPDATE-REQUEST THEN
              CALL 'SVCPGM1' USING WS-SVC
           END-IF

           IF SVC-MAINTENANCE-ON IN WS-SVC THEN
              MOVE 96 TO FSP-RETURN-CODE IN MY-POLICY
              MOVE SVC-UNTIL IN WS-SVC TO FSP-MAINT-UNTIL IN MY-POLICY
           ELSE
              CALL MY-PGM USING DFHEIBLK DFHCOMMAREA MY-POLICY
           END-IF

           EXEC CICS RETURN END-EXEC.

