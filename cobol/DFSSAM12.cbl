      *          PART AND LOCATION, AND PROVES THAT OPENING PLUS        00001000
      *          MOVEMENTS EQUALS CLOSING - ANY LINE THAT DOES NOT      00001100
      *          BALANCE IS FLAGGED FOR THE CYCLE-COUNT TEAM.           00001200
      *          STOCK SENT BACK TO A VENDOR ('RV' FROM DFSSAM22) IS    00001233
      *          SHOWN IN A RETURNED COLUMN OF ITS OWN.                 00001266
      *                                                                 00001300
       ENVIRONMENT DIVISION.                                            00001400
       CONFIGURATION SECTION.                                           00001500
           02  MV-INV-KEY          PICTURE X(8).                        00003300
           02  MV-TRANS-TYPE       PICTURE X(2).                        00003400
           02  MV-QUANTITY         PICTURE S9(7)V9.                     00003500
           02  MV-DATE             PICTURE 9(7).                        00003600
           02  MV-TERMINAL         PICTURE X(8).                        00003700
           02  FILLER              PICTURE X(32).                       00003800
                                                                        00003900
      *    OPENING AND CLOSING ON-HAND PER PART/LOCATION, UNLOADED      00004000
      *    AT THE MONTH BOUNDARIES.                                     00004100
               03  WS-ACC-CLOSING  PICTURE S9(7)V9.                     00006500
               03  WS-ACC-RECEIPTS PICTURE S9(9)V9.                     00006600
               03  WS-ACC-DISBURSE PICTURE S9(9)V9.                     00006700
               03  WS-ACC-RETURNED PICTURE S9(9)V9.                     00006750
               03  WS-ACC-HAS-BAL  PICTURE X.                           00006800
       77  WS-A                    PICTURE S9(4) COMP VALUE ZERO.       00006900
       77  WS-HIT                  PICTURE S9(4) COMP VALUE ZERO.       00007000
       01  WS-DISP-OPEN            PICTURE Z(6)9.9-.                    00007300
       01  WS-DISP-RCPT            PICTURE Z(8)9.9-.                    00007400
       01  WS-DISP-DISB            PICTURE Z(8)9.9-.                    00007500
       01  WS-DISP-RTND            PICTURE Z(8)9.9-.                    00007550
       01  WS-DISP-CLOSE           PICTURE Z(6)9.9-.                    00007600
       01  WS-DISP-CALC            PICTURE Z(8)9.9-.                    00007700
                                                                        00007800
           MOVE BL-CLOSING TO WS-ACC-CLOSING (WS-ACC-COUNT).            00011700
           MOVE ZERO TO WS-ACC-RECEIPTS (WS-ACC-COUNT).                 00011800
           MOVE ZERO TO WS-ACC-DISBURSE (WS-ACC-COUNT).                 00011900
           MOVE ZERO TO WS-ACC-RETURNED (WS-ACC-COUNT).                 00011950
           MOVE 'Y' TO WS-ACC-HAS-BAL (WS-ACC-COUNT).                   00012000
           READ BALIN AT END MOVE 'Y' TO WS-BAL-EOF-SW.                 00012100
       LOAD-ONE-BAL-EXIT.                                               00012200
               MOVE ZERO TO WS-ACC-CLOSING (WS-HIT)                     00014600
               MOVE ZERO TO WS-ACC-RECEIPTS (WS-HIT)                    00014700
               MOVE ZERO TO WS-ACC-DISBURSE (WS-HIT)                    00014800
               MOVE ZERO TO WS-ACC-RETURNED (WS-HIT)                    00014850
               MOVE 'N' TO WS-ACC-HAS-BAL (WS-HIT).                     00014900
           IF WS-HIT = 0                                                00015000
               DISPLAY 'DFSSAM12 ACCUMULATOR FULL AT ' MV-PART-NO       00015100
               GO TO ACCUM-ONE-EXIT.                                    00015200
      *    A TRANSFER DISPATCH ('TD') LEAVES THE LOCATION JUST          00015225
      *    LIKE A DISBURSEMENT - THE MATCHING 'TR' RECEIPT ADDS IT      00015250
      *    BACK AT THE DESTINATION, SO BOTH ENDS BALANCE.  A RETURN     00015257
      *    TO VENDOR ('RV') ALSO REDUCES STOCK BUT IS NOT DEMAND; A     00015264
      *    REPLACEMENT FOR ONE ('RP') IS AN ORDINARY RECEIPT.  A COUNT  00015267
      *    ADJUSTMENT ('CA') CARRIES ITS OWN SIGN AND IS TAKEN WITH     00015270
      *    THE RECEIPTS, SO A WRITE-OFF REDUCES THEM.                   00015273
           IF MV-TRANS-TYPE = 'RV'                                      00015278
               ADD MV-QUANTITY TO WS-ACC-RETURNED (WS-HIT)              00015285
               GO TO ACCUM-ONE-READ.                                    00015292
           IF MV-TRANS-TYPE = 'DP' OR MV-TRANS-TYPE = 'DU'              00015300
               OR MV-TRANS-TYPE = 'TD'                                  00015350
               ADD MV-QUANTITY TO WS-ACC-DISBURSE (WS-HIT)              00015400
           ELSE                                                         00015500
               ADD MV-QUANTITY TO WS-ACC-RECEIPTS (WS-HIT).             00015600
       ACCUM-ONE-READ.                                                  00015650
           READ MOVEIN AT END MOVE 'Y' TO WS-MOVE-EOF-SW.               00015700
       ACCUM-ONE-EXIT.                                                  00015800
           EXIT.                                                        00015900
           DISPLAY '-----------------------------------------------'.   00016900
           DISPLAY 'DFSSAM12 MONTHLY INVENTORY MOVEMENT REPORT'.        00017000
           DISPLAY '  PART NO         LOCATION OPENING  RECEIPTS'       00017100
               '  DISBURSED   RETURNED  CLOSING'.                       00017200
           PERFORM PRINT-ONE-ENTRY THRU PRINT-ONE-EXIT                  00017300
               VARYING WS-A FROM 1 BY 1                                 00017400
               UNTIL WS-A > WS-ACC-COUNT.                               00017500
           COMPUTE WS-COMPUTED-CLOSE =                                  00018600
               WS-ACC-OPENING (WS-A) +                                  00018700
               WS-ACC-RECEIPTS (WS-A) -                                 00018800
               WS-ACC-DISBURSE (WS-A) -                                 00018866
               WS-ACC-RETURNED (WS-A).                                  00018932
           MOVE WS-ACC-OPENING (WS-A) TO WS-DISP-OPEN.                  00019000
           MOVE WS-ACC-RECEIPTS (WS-A) TO WS-DISP-RCPT.                 00019100
           MOVE WS-ACC-DISBURSE (WS-A) TO WS-DISP-DISB.                 00019200
           MOVE WS-ACC-RETURNED (WS-A) TO WS-DISP-RTND.                 00019250
           MOVE WS-ACC-CLOSING (WS-A) TO WS-DISP-CLOSE.                 00019300
           DISPLAY '  ' WS-ACC-PART (WS-A) ' ' WS-ACC-KEY (WS-A)        00019400
               ' ' WS-DISP-OPEN ' ' WS-DISP-RCPT ' ' WS-DISP-DISB       00019500
               ' ' WS-DISP-RTND ' ' WS-DISP-CLOSE.                      00019600
           IF WS-ACC-HAS-BAL (WS-A) = 'Y' AND                           00019700
              WS-COMPUTED-CLOSE NOT = WS-ACC-CLOSING (WS-A)             00019800
               ADD 1 TO WS-CNT-IMBALANCE                                00019900
