      *    OUTSTANDING PER ACCIDENT YEAR. PAYMENTS POSTED BEFORE THE
      *    CLAIMPAYMENT HISTORY EXISTED HAVE NO POSTING DATE AND SO
      *    CANNOT DEVELOP - ONLY HISTORY-ERA PAYMENTS APPEAR IN THE
      *    TRIANGLE CELLS. THIRD-PARTY RECOVERY RECEIPTS AND SALVAGE
      *    PROCEEDS FROM WRITTEN-OFF VEHICLES DEVELOP AS NEGATIVE
      *    PAID, SO THE CELLS ARE NET.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       01  WS-FETCH-PAYDATE             PIC X(10).
       01  WS-FETCH-AMOUNT              PIC S9(9) COMP.
       01  WS-FETCH-OUTSTANDING         PIC S9(9) COMP.
       01  WS-FETCH-SOURCE              PIC X(1).

       01  WS-TODAY.
           05 WS-TODAY-YEAR   PIC 9999.

       01  WS-CNT-PAYMENTS              PIC 9(7) VALUE 0.
       01  WS-CNT-CLAIMS                PIC 9(7) VALUE 0.
       01  WS-CNT-SALVAGE               PIC 9(7) VALUE 0.

       01  WS-FETCH-GROUP               PIC X(10).
       01  WS-FETCH-GROUP-PAID          PIC S9(11) COMP.
       01  WS-GROUP-OUT-DISP            PIC Z(10)9.

      *    PAYMENT POSTINGS WITH THEIR CLAIM'S ACCIDENT DATE AND
      *    THE POLICYTYPE THEY BELONG TO - THE LEADING SOURCE
      *    COLUMN SAYS WHICH STREAM THE ROW CAME FROM.
           EXEC SQL
             DECLARE C1 CURSOR FOR
               SELECT 'P',
                      POLICY.POLICYTYPE,
                      CLAIM.CLAIMDATE,
                      GENASA1.CLAIMPAYMENT.PAYMENTDATE,
                      GENASA1.CLAIMPAYMENT.AMOUNT
      *    IN THE YEAR THEY WERE LAST RECEIVED, SO THE TRIANGLE
      *    SHOWS NET INCURRED RATHER THAN GROSS.
               UNION ALL
               SELECT 'R',
                      POLICY.POLICYTYPE,
                      CLAIM.CLAIMDATE,
                      GENASA1.RECOVERY.LASTRECEIPTDATE,
                      - GENASA1.RECOVERY.RECEIVEDAMOUNT
                 AND  GENASA1.RECOVERY.RECEIVEDAMOUNT > 0
                 AND  GENASA1.RECOVERY.LASTRECEIPTDATE
                      IS NOT NULL
      *    SALVAGE PROCEEDS LIKEWISE, IN THE YEAR LAST RECEIVED.
               UNION ALL
               SELECT 'S',
                      POLICY.POLICYTYPE,
                      CLAIM.CLAIMDATE,
                      GENASA1.SALVAGE.LASTRECEIPTDATE,
                      - GENASA1.SALVAGE.RECEIVEDAMOUNT
               FROM   GENASA1.SALVAGE, CLAIM, POLICY
               WHERE  GENASA1.SALVAGE.CLAIMNUMBER =
                      CLAIM.CLAIMNUMBER
                 AND  CLAIM.POLICYNUMBER = POLICY.POLICYNUMBER
                 AND  GENASA1.SALVAGE.RECEIVEDAMOUNT > 0
                 AND  GENASA1.SALVAGE.LASTRECEIPTDATE
                      IS NOT NULL
           END-EXEC.

      *    STILL-OUTSTANDING RESERVE PER CLAIM.
           END-IF.
           PERFORM FETCH-C1.
           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0
              IF WS-FETCH-SOURCE = 'S' THEN
                 ADD 1 TO WS-CNT-SALVAGE
              ELSE
                 ADD 1 TO WS-CNT-PAYMENTS
              END-IF
              PERFORM BUCKET-ONE-PAYMENT
              PERFORM FETCH-C1
           END-PERFORM.
       FETCH-C1.
           EXEC SQL
              FETCH C1
              INTO :WS-FETCH-SOURCE,
                   :WS-FETCH-TYPE, :WS-FETCH-CLAIMDATE,
                   :WS-FETCH-PAYDATE, :WS-FETCH-AMOUNT
           END-EXEC.
           IF SQLCODE < 0 THEN
           DISPLAY '------------------------------------------------'.
           DISPLAY 'LGDB2TRI CLAIMS RUN-OFF TRIANGLES'.
           DISPLAY 'PAYMENT POSTINGS READ: ' WS-CNT-PAYMENTS.
           DISPLAY 'SALVAGE RECEIPTS READ: ' WS-CNT-SALVAGE.
           DISPLAY 'OPEN CLAIMS READ.....: ' WS-CNT-CLAIMS.
           PERFORM PRINT-ONE-TYPE
                   VARYING WS-TYPE-IDX FROM 1 BY 1
