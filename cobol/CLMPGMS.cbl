      *    DAYS AND ANNUAL RATE IN BASIS POINTS COME FROM THE
      *    UWLIMITS ROWS INTDEADLINE AND INTRATEBP) - HANDLERS
      *    STOP WORKING IT OUT BY HAND, OR NOT AT ALL.
      *    THE PAYING OPERATOR IS THE SIGNED-ON USER'S OPERLIMIT
      *    ROW (OPRPGM1), NOT FSP-SET-OPERATOR AS KEYED; A PAYMENT
      *    ABOVE THAT OPERATOR'S CLAIM-PAYMENT LIMIT IS PARKED FOR
      *    APPROVAL WHATEVER THE CLMPAYLIMIT THRESHOLD SAYS, AND A
      *    USER WITH NO VALID OPERLIMIT ROW GETS RC 24.
      *    A CLAIM ON A COMMERCIAL POLICY WHOSE COMPANY THE CVR
      *    REGISTER (CVRMAST) SHOWS AS CEASED, UNDER BANKRUPTCY OR
      *    UNKNOWN GETS RC 28 AND NOTHING IS POSTED OR PARKED UNTIL
      *    THE HANDLER RESUBMITS WITH FSP-SET-CVR-ACK = 'Y'.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.

       01  WS-PERILGROUP               PIC X(10).

      *    CVR REGISTER (CVRMAST) RECORD AND CICS READ RESPONSE
       01  WS-CVR                      PIC X(8).
       01  WS-CVRMAST-REC.
           05 WS-CVRM-CVRNUMBER        PIC X(8).
           05 WS-CVRM-NAME             PIC X(40).
           05 WS-CVRM-STATUS           PIC X(1).
           05 WS-CVRM-STATUS-DATE      PIC X(10).
           05 WS-CVRM-INDUSTRY         PIC X(6).
       01  WS-CVRM-RESP                PIC S9(8) BINARY VALUE 0.
      *    CICS RESP VALUES TESTED HERE (DFHRESP NORMAL/NOTFND)
       77  CVR-RESP-NORMAL             PIC S9(8) BINARY VALUE 0.
       77  CVR-RESP-NOTFND             PIC S9(8) BINARY VALUE 13.

       01  WS-TODAY                    PIC 9(8).
       01  WS-REQUEST-DATE             PIC X(10).

      * Operator authority limits through OPRPGM1
       01  WS-OPR.
           COPY OPRCPY1.

           EXEC SQL INCLUDE SQLCA      END-EXEC.

      * Common SQL-error handler interface
              GOBACK
           END-IF

      *    NO MONEY GOES TO A COMPANY THAT MAY NO LONGER EXIST
      *    WITHOUT THE HANDLER HAVING SEEN THE WARNING FIRST.
           IF FSP-SET-CVR-ACK IN MY-CLAIM NOT = 'Y' THEN
              MOVE 0 TO FSP-RETURN-CODE IN MY-CLAIM
              PERFORM CHECK-CVR-REGISTER THRU CHECK-CVR-EXIT
              IF FSP-RETURN-CODE IN MY-CLAIM = 28 THEN
                 GOBACK
              END-IF
           END-IF

           PERFORM APPLY-COINSURANCE-SHARE

      *    ABOVE THE OPERATOR'S OWN LIMIT THE PAYMENT GOES UP THE
      *    LINE THROUGH THE SAME PENDINGPAYMENT QUEUE.
           PERFORM CHECK-OPERATOR-AUTHORITY
           IF FSP-RETURN-CODE IN WS-OPR = 20 THEN
              PERFORM PARK-PAYMENT
              GOBACK
           END-IF

      *    THE AUDITORS FLAGGED SINGLE-OPERATOR PAYMENTS: ANYTHING
      *    ABOVE THE FOUR-EYES THRESHOLD PARKS ON PENDINGPAYMENT
      *    INSTEAD OF POSTING, AND PAYPGM1 FINISHES OR REFUSES IT.
              MOVE 8 TO FSP-RETURN-CODE IN MY-CLAIM
           END-IF.

      *    THE OPERATOR RECORDED ON THE PAYMENT IS THE ONE THE
      *    SIGNED-ON USER IS - WHATEVER THE CALLER KEYED IS
      *    OVERWRITTEN.
       CHECK-OPERATOR-AUTHORITY.
           MOVE SPACES TO WS-OPR
           MOVE 'OPRCHK' TO FSP-REQUEST-ID IN WS-OPR
           MOVE 'P' TO FSP-OPR-LIMIT-TYPE IN WS-OPR
           MOVE DB2-AMOUNT-INT TO FSP-OPR-AMOUNT IN WS-OPR
           CALL 'OPRPGM1' USING DFHEIBLK DFHCOMMAREA WS-OPR
           EVALUATE FSP-RETURN-CODE IN WS-OPR
               WHEN 0
               WHEN 20
                  MOVE FSP-OPR-OPERATOR IN WS-OPR TO
                       FSP-SET-OPERATOR IN MY-CLAIM
               WHEN 12
                  MOVE 24 TO FSP-RETURN-CODE IN MY-CLAIM
                  GOBACK
               WHEN OTHER
                  MOVE 8 TO FSP-RETURN-CODE IN MY-CLAIM
                  GOBACK
           END-EVALUATE.

      *    THE THRESHOLD LIVES IN UWLIMITS SO FINANCE CAN MOVE IT
      *    WITHOUT A RECOMPILE - NO ROW MEANS NO PARKING AT ALL.
       GET-FOUR-EYES-LIMIT.
           END-IF.


      *    ONLY A COMMERCIAL POLICY HAS A CVR NUMBER TO CHECK. THE
      *    MASTER IS READ WITH EXEC CICS READ AS IN POLPGMA; ONE THE
      *    FILE CONTROL TABLE CANNOT SERVE DOES NOT HOLD PAYMENTS.
       CHECK-CVR-REGISTER.
           EXEC SQL
              SELECT COALESCE(COMMERCIAL.CVRNUMBER, ' ')
              INTO  :WS-CVR
              FROM  COMMERCIAL, CLAIM
              WHERE CLAIM.CLAIMNUMBER = :DB2-CLAIMNUMBER-INT
                AND COMMERCIAL.POLICYNUMBER = CLAIM.POLICYNUMBER
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              GO TO CHECK-CVR-EXIT
           END-IF

           IF WS-CVR = SPACES THEN
              MOVE 28 TO FSP-RETURN-CODE IN MY-CLAIM
              GO TO CHECK-CVR-EXIT
           END-IF

           EXEC CICS READ FILE('CVRMAST')
                INTO(WS-CVRMAST-REC)
                RIDFLD(WS-CVR)
                RESP(WS-CVRM-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-CVRM-RESP = CVR-RESP-NORMAL
                  IF WS-CVRM-STATUS NOT = 'A' THEN
                     MOVE 28 TO FSP-RETURN-CODE IN MY-CLAIM
                  END-IF
               WHEN WS-CVRM-RESP = CVR-RESP-NOTFND
                  MOVE 28 TO FSP-RETURN-CODE IN MY-CLAIM
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.

       CHECK-CVR-EXIT.
           EXIT.

      *    ON A CO-INSURED COMMERCIAL RISK WE ONLY PAY OUR SHARE OF
      *    THE KEYED SETTLEMENT - THE LEAD COLLECTS THE REST FROM
      *    THE FOLLOWING MARKETS.
