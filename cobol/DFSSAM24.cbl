       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.    DFSSAM24.                                         00000200
      *                                                                 00000300
      *          MONTHLY STOCK ADJUSTMENT REPORT FOR FINANCE.  BATCH    00000400
      *          PROGRAM - NO TRANSACTION CODE.  READS THE MONTH'S      00000500
      *          MOVEMENT LOG, AS DFSSAM12 DOES, AND PICKS OUT THE      00000600
      *          'CA' COUNT ADJUSTMENTS DFSSAM23 POSTS WHEN A CYCLE     00000700
      *          COUNT IS APPROVED.  EACH ADJUSTMENT IS VALUED AT THE   00000800
      *          UNIT-PRICE IT CARRIES (THE STOKSTAT PRICE WHEN IT WAS  00000900
      *          POSTED) AND LISTED UNDER ITS LOCATION WITH THE         00001000
      *          REASON AND THE APPROVER.  EVERY LOCATION IS TOTALLED   00001100
      *          INTO LOSSES, GAINS AND NET, AND THE NET OF ALL         00001200
      *          LOCATIONS IS THE MONTH'S INVENTORY SHRINKAGE FIGURE.   00001300
      *          THE REPORT GOES TO ADJRPT; THE TOTALS ARE ALSO         00001400
      *          DISPLAYED ON THE JOB LOG.                              00001500
      *                                                                 00001600
       ENVIRONMENT DIVISION.                                            00001700
       CONFIGURATION SECTION.                                           00001800
       SOURCE-COMPUTER.  IBM-370.                                       00001900
       OBJECT-COMPUTER.  IBM-370.                                       00002000
       INPUT-OUTPUT SECTION.                                            00002100
       FILE-CONTROL.                                                    00002200
           SELECT MOVEIN ASSIGN TO MOVEIN                               00002300
               FILE STATUS IS MOVEIN-STATUS                             00002400
               ORGANIZATION IS SEQUENTIAL.                              00002500
           SELECT ADJRPT ASSIGN TO ADJRPT                               00002600
               FILE STATUS IS ADJRPT-STATUS                             00002700
               ORGANIZATION IS SEQUENTIAL.                              00002800
                                                                        00002900
       DATA DIVISION.                                                   00003000
       FILE SECTION.                                                    00003100
      *    SAME 80-BYTE MOVEMENT LAYOUT DFSSAM04/DFSSAM06 WRITE, WITH   00003200
      *    THE REASON AND UNIT-PRICE DFSSAM23 PUTS IN THE SPARE BYTES   00003300
      *    OF A 'CA' RECORD.                                            00003400
       FD  MOVEIN RECORDING MODE F.                                     00003500
       01  MOVE-RECORD.                                                 00003600
           02  MV-PART-NO          PICTURE X(15).                       00003700
           02  MV-INV-KEY          PICTURE X(8).                        00003800
           02  MV-TRANS-TYPE       PICTURE X(2).                        00003900
           02  MV-QUANTITY         PICTURE S9(7)V9.                     00004000
           02  MV-DATE             PICTURE 9(7).                        00004100
           02  MV-TERMINAL         PICTURE X(8).                        00004200
           02  MV-ADJ-REASON       PICTURE X(2).                        00004300
           02  MV-ADJ-PRICE        PICTURE 9(6)V999.                    00004400
           02  FILLER              PICTURE X(21).                       00004500
                                                                        00004600
       FD  ADJRPT RECORDING MODE F.                                     00004700
       01  ADJRPT-RECORD           PICTURE X(80).                       00004800
                                                                        00004900
       WORKING-STORAGE SECTION.                                         00005000
       77  MOVEIN-STATUS           PICTURE 99.                          00005100
       77  ADJRPT-STATUS           PICTURE 99.                          00005200
       77  WS-MOVE-EOF-SW          PICTURE X VALUE 'N'.                 00005300
           88  WS-MOVE-EOF                   VALUE 'Y'.                 00005400
                                                                        00005500
      *    THE MONTH'S ADJUSTMENTS, LISTED BY LOCATION.                 00005600
       77  WS-ADJ-COUNT            PICTURE S9(4) COMP VALUE ZERO.       00005700
       01  WS-ADJ-TABLE.                                                00005800
           02  WS-ADJ-ENTRY OCCURS 500 TIMES.                           00005900
               03  WS-ADJ-PART     PICTURE X(15).                       00006000
               03  WS-ADJ-KEY      PICTURE X(8).                        00006100
               03  WS-ADJ-QTY      PICTURE S9(7)V9.                     00006200
               03  WS-ADJ-PRICE    PICTURE 9(6)V999.                    00006300
               03  WS-ADJ-REASON   PICTURE X(2).                        00006400
               03  WS-ADJ-APPROVER PICTURE X(8).                        00006500
               03  WS-ADJ-DATE     PICTURE 9(7).                        00006600
               03  WS-ADJ-LISTED   PICTURE X.                           00006700
                                                                        00006800
       77  WS-A                    PICTURE S9(4) COMP VALUE ZERO.       00006900
       77  WS-B                    PICTURE S9(4) COMP VALUE ZERO.       00007000
       77  WS-T                    PICTURE S9(4) COMP VALUE ZERO.       00007100
       77  WS-CURR-KEY             PICTURE X(8).                        00007200
       77  WS-VALUE                PICTURE S9(9)V99 VALUE ZERO.         00007300
       77  WS-LOC-LOSSES           PICTURE S9(9)V99 VALUE ZERO.         00007400
       77  WS-LOC-GAINS            PICTURE S9(9)V99 VALUE ZERO.         00007500
       77  WS-TOT-LOSSES           PICTURE S9(9)V99 VALUE ZERO.         00007600
       77  WS-TOT-GAINS            PICTURE S9(9)V99 VALUE ZERO.         00007700
       77  WS-NET                  PICTURE S9(9)V99 VALUE ZERO.         00007800
       77  WS-DISP-VALUE           PICTURE Z(8)9.99-.                   00007900
                                                                        00008000
       77  WS-CNT-MOVEMENTS        PICTURE 9(7) VALUE 0.                00008100
       77  WS-CNT-ADJUSTMENTS      PICTURE 9(5) VALUE 0.                00008200
       77  WS-CNT-LOCATIONS        PICTURE 9(5) VALUE 0.                00008300
                                                                        00008400
      *    ADJUSTMENT REASONS - THE SAME CODES DFSSAM23 ACCEPTS.        00008500
       01  WS-REASON-CONST.                                             00008600
           02  FILLER PICTURE X(32)                                     00008700
               VALUE 'DMDAMAGED OR SCRAPPED           '.                00008800
           02  FILLER PICTURE X(32)                                     00008900
               VALUE 'LSLOST OR STOLEN                '.                00009000
           02  FILLER PICTURE X(32)                                     00009100
               VALUE 'FDFOUND STOCK                   '.                00009200
           02  FILLER PICTURE X(32)                                     00009300
               VALUE 'BKBOOKING ERROR                 '.                00009400
           02  FILLER PICTURE X(32)                                     00009500
               VALUE 'UCUNEXPLAINED COUNT DIFFERENCE  '.                00009600
       01  WS-REASON-TABLE REDEFINES WS-REASON-CONST.                   00009700
           02  WS-REASON-ENTRY OCCURS 5 TIMES.                          00009800
               03  WS-RT-CODE      PICTURE X(2).                        00009900
               03  WS-RT-TEXT      PICTURE X(30).                       00010000
                                                                        00010100
      *    REPORT LINES.                                                00010200
       01  WS-RPT-TITLE.                                                00010300
           02  FILLER              PICTURE X(37)                        00010400
               VALUE 'DFSSAM24 MONTHLY STOCK ADJUSTMENTS - '.           00010500
           02  FILLER              PICTURE X(43)                        00010600
               VALUE 'INVENTORY SHRINKAGE'.                             00010700
       01  WS-RPT-LOCATION.                                             00010800
           02  FILLER              PICTURE X(10) VALUE 'LOCATION  '.    00010900
           02  WS-RL-KEY           PICTURE X(8).                        00011000
           02  FILLER              PICTURE X(62) VALUE SPACES.          00011100
       01  WS-RPT-HEADING.                                              00011200
           02  FILLER              PICTURE X(40)                        00011300
               VALUE '  PART NO           QUANTITY UNIT PRICE '.        00011400
           02  FILLER              PICTURE X(40)                        00011500
               VALUE '        VALUE RS APPROVER DATE'.                  00011600
       01  WS-RPT-DETAIL.                                               00011700
           02  FILLER              PICTURE X(2) VALUE SPACES.           00011800
           02  WS-RD-PART          PICTURE X(15).                       00011900
           02  FILLER              PICTURE X VALUE SPACE.               00012000
           02  WS-RD-QTY           PICTURE Z(6)9.9-.                    00012100
           02  FILLER              PICTURE X VALUE SPACE.               00012200
           02  WS-RD-PRICE         PICTURE Z(5)9.999.                   00012300
           02  FILLER              PICTURE X VALUE SPACE.               00012400
           02  WS-RD-VALUE         PICTURE Z(8)9.99-.                   00012500
           02  FILLER              PICTURE X VALUE SPACE.               00012600
           02  WS-RD-REASON        PICTURE X(2).                        00012700
           02  FILLER              PICTURE X VALUE SPACE.               00012800
           02  WS-RD-APPROVER      PICTURE X(8).                        00012900
           02  FILLER              PICTURE X VALUE SPACE.               00013000
           02  WS-RD-DATE          PICTURE 9(7).                        00013100
           02  FILLER              PICTURE X(7) VALUE SPACES.           00013200
       01  WS-RPT-TOTAL.                                                00013300
           02  FILLER              PICTURE X(2) VALUE SPACES.           00013400
           02  WS-TL-LABEL         PICTURE X(36).                       00013500
           02  WS-TL-VALUE         PICTURE Z(8)9.99-.                   00013600
           02  FILLER              PICTURE X(29) VALUE SPACES.          00013700
       01  WS-RPT-REASON.                                               00013800
           02  FILLER              PICTURE X(2) VALUE SPACES.           00013900
           02  WS-RR-CODE          PICTURE X(2).                        00014000
           02  FILLER              PICTURE X(2) VALUE SPACES.           00014100
           02  WS-RR-TEXT          PICTURE X(30).                       00014200
           02  FILLER              PICTURE X(44) VALUE SPACES.          00014300
                                                                        00014400
       PROCEDURE DIVISION.                                              00014500
       MAIN-RTN.                                                        00014600
           OPEN INPUT MOVEIN.                                           00014700
           IF MOVEIN-STATUS NOT = 0                                     00014800
               DISPLAY 'DFSSAM24 FILE STATUS AT OPEN MOVEIN '           00014900
                   MOVEIN-STATUS                                        00015000
               MOVE 16 TO RETURN-CODE                                   00015100
               GOBACK.                                                  00015200
           OPEN OUTPUT ADJRPT.                                          00015300
           IF ADJRPT-STATUS NOT = 0                                     00015400
               DISPLAY 'DFSSAM24 FILE STATUS AT OPEN ADJRPT '           00015500
                   ADJRPT-STATUS                                        00015600
               MOVE 16 TO RETURN-CODE                                   00015700
               GOBACK.                                                  00015800
                                                                        00015900
           PERFORM COLLECT-ADJUSTMENTS THRU COLLECT-EXIT.               00016000
           PERFORM PRINT-ADJUSTMENT-REPORT THRU PRINT-EXIT.             00016100
                                                                        00016200
           DISPLAY '-----------------------------------------------'.   00016300
           DISPLAY 'DFSSAM24 MONTHLY STOCK ADJUSTMENT SUMMARY'.         00016400
           DISPLAY 'MOVEMENTS READ.............: ' WS-CNT-MOVEMENTS.    00016500
           DISPLAY 'ADJUSTMENTS REPORTED.......: ' WS-CNT-ADJUSTMENTS.  00016600
           DISPLAY 'LOCATIONS..................: ' WS-CNT-LOCATIONS.    00016700
           MOVE WS-TOT-LOSSES TO WS-DISP-VALUE.                         00016800
           DISPLAY 'VALUE WRITTEN OFF..........: ' WS-DISP-VALUE.       00016900
           MOVE WS-TOT-GAINS TO WS-DISP-VALUE.                          00017000
           DISPLAY 'VALUE FOUND................: ' WS-DISP-VALUE.       00017100
           MOVE WS-NET TO WS-DISP-VALUE.                                00017200
           DISPLAY 'NET SHRINKAGE..............: ' WS-DISP-VALUE.       00017300
           DISPLAY '-----------------------------------------------'.   00017400
                                                                        00017500
           CLOSE MOVEIN.                                                00017600
           CLOSE ADJRPT.                                                00017700
           GOBACK.                                                      00017800
                                                                        00017900
       COLLECT-ADJUSTMENTS.                                             00018000
           READ MOVEIN AT END MOVE 'Y' TO WS-MOVE-EOF-SW.               00018100
           PERFORM COLLECT-ONE THRU COLLECT-ONE-EXIT                    00018200
               UNTIL WS-MOVE-EOF.                                       00018300
       COLLECT-EXIT.                                                    00018400
           EXIT.                                                        00018500
                                                                        00018600
       COLLECT-ONE.                                                     00018700
           ADD 1 TO WS-CNT-MOVEMENTS.                                   00018800
           IF MV-TRANS-TYPE NOT = 'CA'                                  00018900
               GO TO COLLECT-ONE-READ.                                  00019000
           IF WS-ADJ-COUNT NOT < 500                                    00019100
               DISPLAY 'DFSSAM24 ADJUSTMENT TABLE FULL AT '             00019200
                   MV-PART-NO ' ' MV-INV-KEY                            00019300
               MOVE 4 TO RETURN-CODE                                    00019400
               GO TO COLLECT-ONE-READ.                                  00019500
           ADD 1 TO WS-ADJ-COUNT.                                       00019600
           MOVE MV-PART-NO TO WS-ADJ-PART (WS-ADJ-COUNT).               00019700
           MOVE MV-INV-KEY TO WS-ADJ-KEY (WS-ADJ-COUNT).                00019800
           MOVE MV-QUANTITY TO WS-ADJ-QTY (WS-ADJ-COUNT).               00019900
           IF MV-ADJ-PRICE NUMERIC                                      00020000
               MOVE MV-ADJ-PRICE TO WS-ADJ-PRICE (WS-ADJ-COUNT)         00020100
           ELSE                                                         00020200
               MOVE ZERO TO WS-ADJ-PRICE (WS-ADJ-COUNT).                00020300
           MOVE MV-ADJ-REASON TO WS-ADJ-REASON (WS-ADJ-COUNT).          00020400
           MOVE MV-TERMINAL TO WS-ADJ-APPROVER (WS-ADJ-COUNT).          00020500
           MOVE MV-DATE TO WS-ADJ-DATE (WS-ADJ-COUNT).                  00020600
           MOVE 'N' TO WS-ADJ-LISTED (WS-ADJ-COUNT).                    00020700
       COLLECT-ONE-READ.                                                00020800
           READ MOVEIN AT END MOVE 'Y' TO WS-MOVE-EOF-SW.               00020900
       COLLECT-ONE-EXIT.                                                00021000
           EXIT.                                                        00021100
                                                                        00021200
      *    BY LOCATION - THE FIRST UNLISTED ADJUSTMENT NAMES THE        00021300
      *    LOCATION, THEN EVERY ADJUSTMENT AT THAT LOCATION IS          00021400
      *    LISTED UNDER IT.  A NEGATIVE ADJUSTMENT IS A LOSS.           00021500
       PRINT-ADJUSTMENT-REPORT.                                         00021600
           WRITE ADJRPT-RECORD FROM WS-RPT-TITLE.                       00021700
           PERFORM PRINT-ONE-LOCATION THRU PRINT-ONE-LOCATION-EXIT      00021800
               VARYING WS-A FROM 1 BY 1                                 00021900
               UNTIL WS-A > WS-ADJ-COUNT.                               00022000
           COMPUTE WS-NET = WS-TOT-LOSSES + WS-TOT-GAINS.               00022100
           MOVE SPACES TO ADJRPT-RECORD.                                00022200
           WRITE ADJRPT-RECORD.                                         00022300
           MOVE 'ALL LOCATIONS - VALUE WRITTEN OFF' TO WS-TL-LABEL.     00022400
           MOVE WS-TOT-LOSSES TO WS-TL-VALUE.                           00022500
           WRITE ADJRPT-RECORD FROM WS-RPT-TOTAL.                       00022600
           MOVE 'ALL LOCATIONS - VALUE FOUND' TO WS-TL-LABEL.           00022700
           MOVE WS-TOT-GAINS TO WS-TL-VALUE.                            00022800
           WRITE ADJRPT-RECORD FROM WS-RPT-TOTAL.                       00022900
           MOVE 'INVENTORY SHRINKAGE (NET)' TO WS-TL-LABEL.             00023000
           MOVE WS-NET TO WS-TL-VALUE.                                  00023100
           WRITE ADJRPT-RECORD FROM WS-RPT-TOTAL.                       00023200
           MOVE SPACES TO ADJRPT-RECORD.                                00023300
           WRITE ADJRPT-RECORD.                                         00023400
           MOVE 'REASON CODES' TO ADJRPT-RECORD.                        00023500
           WRITE ADJRPT-RECORD.                                         00023600
           PERFORM PRINT-ONE-REASON THRU PRINT-ONE-REASON-EXIT          00023700
               VARYING WS-T FROM 1 BY 1                                 00023800
               UNTIL WS-T > 5.                                          00023900
       PRINT-EXIT.                                                      00024000
           EXIT.                                                        00024100
                                                                        00024200
       PRINT-ONE-LOCATION.                                              00024300
           IF WS-ADJ-LISTED (WS-A) = 'Y'                                00024400
               GO TO PRINT-ONE-LOCATION-EXIT.                           00024500
           MOVE WS-ADJ-KEY (WS-A) TO WS-CURR-KEY.                       00024600
           MOVE ZERO TO WS-LOC-LOSSES.                                  00024700
           MOVE ZERO TO WS-LOC-GAINS.                                   00024800
           ADD 1 TO WS-CNT-LOCATIONS.                                   00024900
           MOVE SPACES TO ADJRPT-RECORD.                                00025000
           WRITE ADJRPT-RECORD.                                         00025100
           MOVE WS-CURR-KEY TO WS-RL-KEY.                               00025200
           WRITE ADJRPT-RECORD FROM WS-RPT-LOCATION.                    00025300
           WRITE ADJRPT-RECORD FROM WS-RPT-HEADING.                     00025400
           PERFORM PRINT-LOCATION-LINE THRU PRINT-LOCATION-LINE-EXIT    00025500
               VARYING WS-B FROM WS-A BY 1                              00025600
               UNTIL WS-B > WS-ADJ-COUNT.                               00025700
           MOVE 'LOCATION VALUE WRITTEN OFF' TO WS-TL-LABEL.            00025800
           MOVE WS-LOC-LOSSES TO WS-TL-VALUE.                           00025900
           WRITE ADJRPT-RECORD FROM WS-RPT-TOTAL.                       00026000
           MOVE 'LOCATION VALUE FOUND' TO WS-TL-LABEL.                  00026100
           MOVE WS-LOC-GAINS TO WS-TL-VALUE.                            00026200
           WRITE ADJRPT-RECORD FROM WS-RPT-TOTAL.                       00026300
           MOVE 'LOCATION NET' TO WS-TL-LABEL.                          00026400
           COMPUTE WS-TL-VALUE = WS-LOC-LOSSES + WS-LOC-GAINS.          00026500
           WRITE ADJRPT-RECORD FROM WS-RPT-TOTAL.                       00026600
       PRINT-ONE-LOCATION-EXIT.                                         00026700
           EXIT.                                                        00026800
                                                                        00026900
       PRINT-LOCATION-LINE.                                             00027000
           IF WS-ADJ-LISTED (WS-B) = 'Y'                                00027100
               GO TO PRINT-LOCATION-LINE-EXIT.                          00027200
           IF WS-ADJ-KEY (WS-B) NOT = WS-CURR-KEY                       00027300
               GO TO PRINT-LOCATION-LINE-EXIT.                          00027400
           COMPUTE WS-VALUE ROUNDED =                                   00027500
               WS-ADJ-QTY (WS-B) * WS-ADJ-PRICE (WS-B).                 00027600
           IF WS-VALUE < ZERO                                           00027700
               ADD WS-VALUE TO WS-LOC-LOSSES                            00027800
               ADD WS-VALUE TO WS-TOT-LOSSES                            00027900
           ELSE                                                         00028000
               ADD WS-VALUE TO WS-LOC-GAINS                             00028100
               ADD WS-VALUE TO WS-TOT-GAINS.                            00028200
           MOVE WS-ADJ-PART (WS-B) TO WS-RD-PART.                       00028300
           MOVE WS-ADJ-QTY (WS-B) TO WS-RD-QTY.                         00028400
           MOVE WS-ADJ-PRICE (WS-B) TO WS-RD-PRICE.                     00028500
           MOVE WS-VALUE TO WS-RD-VALUE.                                00028600
           MOVE WS-ADJ-REASON (WS-B) TO WS-RD-REASON.                   00028700
           MOVE WS-ADJ-APPROVER (WS-B) TO WS-RD-APPROVER.               00028800
           MOVE WS-ADJ-DATE (WS-B) TO WS-RD-DATE.                       00028900
           WRITE ADJRPT-RECORD FROM WS-RPT-DETAIL.                      00029000
           MOVE 'Y' TO WS-ADJ-LISTED (WS-B).                            00029100
           ADD 1 TO WS-CNT-ADJUSTMENTS.                                 00029200
       PRINT-LOCATION-LINE-EXIT.                                        00029300
           EXIT.                                                        00029400
                                                                        00029500
       PRINT-ONE-REASON.                                                00029600
           MOVE WS-RT-CODE (WS-T) TO WS-RR-CODE.                        00029700
           MOVE WS-RT-TEXT (WS-T) TO WS-RR-TEXT.                        00029800
           WRITE ADJRPT-RECORD FROM WS-RPT-REASON.                      00029900
       PRINT-ONE-REASON-EXIT.                                           00030000
           EXIT.                                                        00030100
                                                                        00030200
       END PROGRAM DFSSAM24.                                            00030300
