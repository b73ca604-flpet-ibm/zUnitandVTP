      *    CICS ENTRY POINT FOR THE CLAIM TRANSACTION. ROUTES TO
      *    CLMPGMA TO REGISTER A NEW CLAIM, CLMPGMS TO SETTLE,
      *    CLMPGMR TO RE-ESTIMATE THE RESERVE, CLMPGMX TO TRACK A
      *    THIRD-PARTY RECOVERY, CLMPGMO TO REOPEN A CLOSED CLAIM,
      *    CLMPGMH TO REASSIGN CLAIMS TO ANOTHER HANDLER, CLMPGMW
      *    FOR A HANDLER'S WORKLIST, CLMPGMV TO WRITE OFF A MOTOR
      *    VEHICLE AND DISPOSE OF THE SALVAGE, CLMPGMI TO POST AN
      *    APPROVED REPAIRER'S INVOICE OR CLMPGMQ TO LOOK UP
      *    THE CLAIMS ALREADY RECORDED AGAINST A POLICY, DEPENDING
      *    ON THE REQUEST ID THE CALLER SETS IN THE COMMAREA.
      *    WHILE A BATCH MAINTENANCE WINDOW IS OPEN (SEE SVCPGM1)
      *    EVERY UPDATE IS REFUSED WITH RETURN CODE 96 AND THE
      *    HH:MM THE WINDOW CLOSES IN FSP-MAINT-UNTIL; THE WORKLIST
      *    AND CLAIM LOOK-UP RUN AS NORMAL.
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

           EVALUATE FSP-REQUEST-ID IN MY-CLAIM
               WHEN 'CLMADD'
                  MOVE 'CLMPGMA' TO MY-PGM
                  MOVE 'CLMPGMO' TO MY-PGM
               WHEN 'CLMTAG'
                  MOVE 'CLMPGMT' TO MY-PGM
               WHEN 'CLMRAS'
                  MOVE 'CLMPGMH' TO MY-PGM
               WHEN 'CLMWRK'
                  MOVE 'CLMPGMW' TO MY-PGM
                  MOVE 'N' TO WS-UPDATE-SW
               WHEN 'CLMTLS'
                  MOVE 'CLMPGMV' TO MY-PGM
               WHEN 'CLMINV'
                  MOVE 'CLMPGMI' TO MY-PGM
               WHEN OTHER
                  MOVE 'CLMPGMQ' TO MY-PGM
                  MOVE 'N' TO WS-UPDATE-SW
           END-EVALUATE

           IF WS-UPDATE-REQUEST THEN
              CALL 'SVCPGM1' USING WS-SVC
           END-IF

           IF SVC-MAINTENANCE-ON IN WS-SVC THEN
              MOVE 96 TO FSP-RETURN-CODE IN MY-CLAIM
              MOVE SVC-UNTIL IN WS-SVC TO FSP-MAINT-UNTIL IN MY-CLAIM
           ELSE
              CALL MY-PGM USING DFHEIBLK DFHCOMMAREA MY-CLAIM
           END-IF

           EXEC CICS RETURN END-EXEC.

