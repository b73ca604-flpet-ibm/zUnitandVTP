       ID DIVISION.
       PROGRAM-ID. CLMPGMV.
      ***
      *
      *    (C) 2026 IBM FLEMMING PETERSEN
      *    MOTOR TOTAL LOSS AND SALVAGE DISPOSAL. FUNCTION 'T'
      *    DECLARES THE VEHICLE ON A MOTOR CLAIM A TOTAL LOSS: THE
      *    MOTOR ROW IS MARKED WRITTEN OFF AT THE LOSS DATE (THE
      *    CLAIMDATE), COVER ENDS FROM THAT DATE THROUGH A
      *    POLCANCEL ROW WITH REASON 'TL' AND NO REFUND - WHICH IS
      *    ALSO WHAT STOPS LGDB2POL INVITING THE POLICY TO RENEW -
      *    AND A SALVAGE ITEM IS OPENED AT THE EXPECTED PROCEEDS OF
      *    THE WRECK. FUNCTION 'S' RECORDS THE SALE TO A SALVAGE
      *    BUYER AT THE AGREED PRICE; FUNCTION 'R' POSTS PROCEEDS
      *    RECEIVED. THE CLAIMS-RATIO, TRIANGLE AND REINSURANCE
      *    RUNS NET THE PROCEEDS OFF THE CLAIM'S INCURRED.
      *    RETURN CODES: 0 OK, 4 NOT A MOTOR CLAIM / ALREADY
      *    WRITTEN OFF / INVALID FUNCTION / BUYER MISSING / RECEIPT
      *    EXCEEDS THE SALE PRICE, 8 SQL ERROR, 12 CLAIM OR SALVAGE
      *    ITEM NOT ON FILE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Host variables for input to DB2 integer types

       01  DB2-IN-INTEGERS.
           03 DB2-CLAIMNUMBER-INT      PIC S9(9) COMP.
           03 DB2-POLICYNUMBER-INT     PIC S9(9) COMP.
           03 DB2-AMOUNT-INT           PIC S9(9) COMP.
           03 DB2-EXPECTED-INT         PIC S9(9) COMP.
           03 DB2-RECEIVED-INT         PIC S9(9) COMP.
           03 DB2-NEW-RECEIVED-INT     PIC S9(9) COMP.

       01  WS-LOSS-DATE                PIC X(10).
       01  WS-POLICYTYPE               PIC X(1).
       01  WS-CANCEL-COUNT             PIC S9(9) COMP.
       01  WS-CLAIM-KEY                PIC 9(9).
       01  WS-POLICY-KEY               PIC 9(9).

           EXEC SQL INCLUDE SQLCA      END-EXEC.

      * Common SQL-error handler interface
       01  WS-SQLERR.
           COPY ERRCPY1.

      * Common audit-trail writer interface
       01  WS-AUDIT.
           COPY AUDCPY1.

       LINKAGE SECTION.
       01  MY-CLAIM.
           COPY CLMCPY1.

       PROCEDURE DIVISION USING MY-CLAIM.
      *
       MAIN SECTION.
       MAIN1.

            MOVE FSP-SLV-CLAIM-NUMBER IN MY-CLAIM TO
                 DB2-CLAIMNUMBER-INT
            MOVE FSP-SLV-AMOUNT IN MY-CLAIM TO
                 DB2-AMOUNT-INT

           EVALUATE FSP-SLV-FUNCTION IN MY-CLAIM
               WHEN 'T'
                  PERFORM DECLARE-TOTAL-LOSS
               WHEN 'S'
                  PERFORM RECORD-SALVAGE-SALE
               WHEN 'R'
                  PERFORM POST-RECEIPT
               WHEN OTHER
                  MOVE 4 TO FSP-RETURN-CODE IN MY-CLAIM
           END-EVALUATE.

           GOBACK.

      *    ONLY A MOTOR CLAIM HAS A VEHICLE TO WRITE OFF, AND ONLY
      *    ONCE - THE WRITTENOFF FLAG GUARDS A SECOND DECLARATION.
       DECLARE-TOTAL-LOSS.
            EXEC SQL
               SELECT CLAIM.POLICYNUMBER, CLAIM.CLAIMDATE,
                      POLICY.POLICYTYPE
               INTO  :DB2-POLICYNUMBER-INT, :WS-LOSS-DATE,
                     :WS-POLICYTYPE
               FROM  CLAIM, POLICY
               WHERE CLAIM.CLAIMNUMBER = :DB2-CLAIMNUMBER-INT
                 AND POLICY.POLICYNUMBER = CLAIM.POLICYNUMBER
            END-EXEC.

           IF SQLCODE < 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-CLAIM
              GOBACK
           END-IF

           IF SQLCODE = 100 THEN
              MOVE 12 TO FSP-RETURN-CODE IN MY-CLAIM
              GOBACK
           END-IF

           IF WS-POLICYTYPE NOT = 'M' THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-CLAIM
              GOBACK
           END-IF

           EXEC SQL
              UPDATE MOTOR
              SET    WRITTENOFF = 'Y',
                     WRITEOFFDATE = :WS-LOSS-DATE
              WHERE  POLICYNUMBER = :DB2-POLICYNUMBER-INT
                AND  (WRITTENOFF <> 'Y' OR WRITTENOFF IS NULL)
           END-EXEC.

           IF SQLCODE < 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-CLAIM
              GOBACK
           END-IF

           IF SQLCODE = 100 THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-CLAIM
              GOBACK
           END-IF

           PERFORM END-POLICY-COVER.
           PERFORM OPEN-SALVAGE.

           MOVE WS-LOSS-DATE TO FSP-SLV-LOSS-DATE IN MY-CLAIM
           MOVE 0 TO FSP-RETURN-CODE IN MY-CLAIM
           PERFORM WRITE-AUDIT-TRAIL.

      *    THE PREMIUM IS FULLY EARNED ON A TOTAL LOSS, SO THE
      *    CANCELLATION CARRIES NO REFUND AND RAISES NO CREDIT
      *    NOTE. A POLICY ALREADY CANCELLED HAS NO COVER LEFT TO
      *    END.
       END-POLICY-COVER.
            EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANCEL-COUNT
               FROM GENASA1.POLCANCEL
               WHERE POLICYNUMBER = :DB2-POLICYNUMBER-INT
            END-EXEC.

           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-CLAIM
              GOBACK
           END-IF

           IF WS-CANCEL-COUNT = 0 THEN
              EXEC SQL
                 INSERT INTO GENASA1.POLCANCEL
                           ( POLICYNUMBER,
                             CANCELDATE,
                             REASONCODE,
                             REFUNDAMOUNT )
                    VALUES ( :DB2-POLICYNUMBER-INT,
                             :WS-LOSS-DATE,
                             'TL',
                             0 )
              END-EXEC
              IF SQLCODE NOT = 0 THEN
                 PERFORM LOG-SQL-ERROR
                 MOVE 8 TO FSP-RETURN-CODE IN MY-CLAIM
                 GOBACK
              END-IF
           END-IF.

      *    THE BUYER IS OFTEN NOT KNOWN YET AT WRITE-OFF - IT IS
      *    FILLED IN BY THE SALE ('S') WHEN THE WRECK IS SOLD.
       OPEN-SALVAGE.
           EXEC SQL
              INSERT INTO GENASA1.SALVAGE
                        ( CLAIMNUMBER,
                          BUYER,
                          EXPECTEDAMOUNT,
                          RECEIVEDAMOUNT,
                          OPENEDDATE,
                          SOLDDATE,
                          LASTRECEIPTDATE )
                 VALUES ( :DB2-CLAIMNUMBER-INT,
                          :FSP-SLV-BUYER,
                          :DB2-AMOUNT-INT,
                          0,
                          :FSP-SLV-DATE,
                          NULL,
                          NULL )
           END-EXEC.

           IF SQLCODE NOT = 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-CLAIM
              GOBACK
           END-IF.

      *    THE AGREED SALE PRICE REPLACES THE ESTIMATE MADE AT
      *    WRITE-OFF, BUT CANNOT DROP BELOW WHAT HAS ALREADY BEEN
      *    RECEIVED FROM THE BUYER.
       RECORD-SALVAGE-SALE.
           IF FSP-SLV-BUYER IN MY-CLAIM = SPACES THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-CLAIM
              GOBACK
           END-IF

            EXEC SQL
               SELECT RECEIVEDAMOUNT
               INTO   :DB2-RECEIVED-INT
               FROM   GENASA1.SALVAGE
               WHERE  CLAIMNUMBER = :DB2-CLAIMNUMBER-INT
            END-EXEC.

           IF SQLCODE < 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-CLAIM
              GOBACK
           END-IF

           IF SQLCODE = 100 THEN
              MOVE 12 TO FSP-RETURN-CODE IN MY-CLAIM
              GOBACK
           END-IF

           IF DB2-AMOUNT-INT < DB2-RECEIVED-INT THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-CLAIM
              GOBACK
           END-IF

           EXEC SQL
              UPDATE GENASA1.SALVAGE
              SET    BUYER = :FSP-SLV-BUYER,
                     EXPECTEDAMOUNT = :DB2-AMOUNT-INT,
                     SOLDDATE = :FSP-SLV-DATE
              WHERE  CLAIMNUMBER = :DB2-CLAIMNUMBER-INT
           END-EXEC.

           IF SQLCODE = 0 THEN
              MOVE 0 TO FSP-RETURN-CODE IN MY-CLAIM
           ELSE
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-CLAIM
           END-IF.

      *    AS WITH THIRD-PARTY RECOVERIES, PROCEEDS ABOVE THE SALE
      *    PRICE ARE A KEYING SLIP OR A CHANGED DEAL AND NEED THE
      *    SALE RE-RECORDED FIRST.
       POST-RECEIPT.
            EXEC SQL
               SELECT EXPECTEDAMOUNT, RECEIVEDAMOUNT
               INTO   :DB2-EXPECTED-INT, :DB2-RECEIVED-INT
               FROM   GENASA1.SALVAGE
               WHERE  CLAIMNUMBER = :DB2-CLAIMNUMBER-INT
            END-EXEC.

           IF SQLCODE < 0 THEN
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-CLAIM
              GOBACK
           END-IF

           IF SQLCODE = 100 THEN
              MOVE 12 TO FSP-RETURN-CODE IN MY-CLAIM
              GOBACK
           END-IF

           COMPUTE DB2-NEW-RECEIVED-INT =
                   DB2-RECEIVED-INT + DB2-AMOUNT-INT

           IF DB2-NEW-RECEIVED-INT > DB2-EXPECTED-INT THEN
              MOVE 4 TO FSP-RETURN-CODE IN MY-CLAIM
              GOBACK
           END-IF

           EXEC SQL
              UPDATE GENASA1.SALVAGE
              SET    RECEIVEDAMOUNT = :DB2-NEW-RECEIVED-INT,
                     LASTRECEIPTDATE = :FSP-SLV-DATE
              WHERE  CLAIMNUMBER = :DB2-CLAIMNUMBER-INT
           END-EXEC.

           IF SQLCODE = 0 THEN
              MOVE 0 TO FSP-RETURN-CODE IN MY-CLAIM
           ELSE
              PERFORM LOG-SQL-ERROR
              MOVE 8 TO FSP-RETURN-CODE IN MY-CLAIM
           END-IF.

       WRITE-AUDIT-TRAIL.
           MOVE 'CLMPGMV ' TO AUD-PROGRAM IN WS-AUDIT
           MOVE 'CLMTLS' TO AUD-REQUEST-ID IN WS-AUDIT
           MOVE FSP-SLV-CLAIM-NUMBER IN MY-CLAIM TO WS-CLAIM-KEY
           MOVE WS-CLAIM-KEY TO AUD-KEY IN WS-AUDIT
           MOVE FSP-SLV-OPERATOR IN MY-CLAIM TO
                AUD-OPERATOR IN WS-AUDIT
           MOVE DB2-POLICYNUMBER-INT TO WS-POLICY-KEY
           MOVE SPACES TO AUD-BEFORE-IMAGE IN WS-AUDIT
           STRING 'POLICY ' WS-POLICY-KEY ' WRITTENOFF N'
                  DELIMITED BY SIZE
                  INTO AUD-BEFORE-IMAGE IN WS-AUDIT
           MOVE SPACES TO AUD-AFTER-IMAGE IN WS-AUDIT
           STRING 'POLICY ' WS-POLICY-KEY ' WRITTENOFF Y LOSS DATE '
                  WS-LOSS-DATE ' SALVAGE OPENED'
                  DELIMITED BY SIZE
                  INTO AUD-AFTER-IMAGE IN WS-AUDIT
           CALL 'AUDPGM1' USING DFHEIBLK DFHCOMMAREA WS-AUDIT.

       LOG-SQL-ERROR.
           MOVE 'CLMPGMV ' TO ERR-PROGRAM
           MOVE SPACES TO ERR-PARAGRAPH
           MOVE SPACES TO ERR-KEY-VALUES
           MOVE SQLCODE TO ERR-SQLCODE
           MOVE SQLSTATE TO ERR-SQLSTATE
           MOVE SQLERRMC TO ERR-SQLERRMC
           CALL 'LGSQLERR' USING WS-SQLERR.

       END PROGRAM CLMPGMV.
