      *          LONGER THAN THE SYSIN NUMBER OF DAYS (DEFAULT 5)       00001800
      *          ARE REPORTED, SO LOST VANS STOP BEING DISCOVERED       00001900
      *          AT YEAR-END COUNT.                                     00002000
      *          A SYMBOLIC CHECKPOINT (CHKP) IS TAKEN EVERY N          00002008
      *          TRANSFER RECORDS, N FROM THE SECOND SYSIN CARD         00002016
      *          (COLUMNS 1-6, DEFAULT 000500), CARRYING THE TRANIN     00002024
      *          POSITION AND THE COUNTERS.  RESTARTED WITH CKPTID=     00002032
      *          THE XRST CALL BRINGS THEM BACK: THE IN-TRANSIT POOL    00002040
      *          IS REBUILT FROM INTRIN BY REPLAYING THE TRANSFERS      00002048
      *          ALREADY APPLIED AGAINST IT, WITH NO DATA BASE OR       00002056
      *          MOVEMENT CALLS, AND THE RUN CARRIES ON FROM THE        00002064
      *          NEXT TRANSFER, SO NO DISPATCH OR RECEIPT IS APPLIED    00002072
      *          TWICE.  THE START, EACH CHECKPOINT, A RESTART AND      00002080
      *          THE END ARE RECORDED ON THE RUNLOG THROUGH LGRUNLOG.   00002088
      *                                                                 00002100
       ENVIRONMENT DIVISION.                                            00002200
       CONFIGURATION SECTION.                                           00002300
           02  TI-FROM-KEY         PICTURE X(8).                        00005600
           02  TI-TO-KEY           PICTURE X(8).                        00005700
           02  TI-QUANTITY         PICTURE S9(7)V9.                     00005800
           02  TI-DISPATCH-DATE    PICTURE 9(7).                        00005900
           02  FILLER              PICTURE X(26).                       00006000
                                                                        00006100
       FD  INTROUT RECORDING MODE F.                                    00006200
       01  INTROUT-RECORD.                                              00006300
           02  TO-FROM-KEY         PICTURE X(8).                        00006600
           02  TO-TO-KEY           PICTURE X(8).                        00006700
           02  TO-QUANTITY         PICTURE S9(7)V9.                     00006800
           02  TO-DISPATCH-DATE    PICTURE 9(7).                        00006900
           02  FILLER              PICTURE X(26).                       00007000
                                                                        00007100
       WORKING-STORAGE SECTION.                                         00007200
       77  TRANIN-STATUS           PICTURE 99.                          00007300
               03  WS-IT-FROM      PICTURE X(8).                        00009700
               03  WS-IT-TO        PICTURE X(8).                        00009800
               03  WS-IT-QTY       PICTURE S9(7)V9.                     00009900
               03  WS-IT-DATE      PICTURE 9(7).                        00010000
               03  WS-IT-RECEIVED  PICTURE X.                           00010100
                                                                        00010200
       77  WS-T                    PICTURE S9(4) COMP VALUE 0.          00010300
       77  WS-STOCK-KEY            PICTURE X(8).                        00010700
       77  WS-STOCK-DELTA          PICTURE S9(7)V9 VALUE ZERO.          00010800
                                                                        00010900
       01  WS-TODAY-DATE           PICTURE 9(7).                        00011000
       77  WS-TODAY-SERIAL         PICTURE S9(7) VALUE ZERO.            00011100
       77  WS-IT-SERIAL            PICTURE S9(7) VALUE ZERO.            00011200
      *    A YYYYDDD DATE AND THE RUNNING DAY NUMBER DAY-SERIAL MAKES   00011209
      *    OF IT - WHOLE YEARS SINCE YEAR 1 TIMES 365, ONE EXTRA DAY    00011218
      *    FOR EVERY FOURTH YEAR, PLUS THE DAY OF THE YEAR.  GOOD FROM  00011227
      *    1901 TO 2099.                                                00011236
       01  WS-SERIAL-DATE.                                              00011245
           02  WS-SERIAL-YYYY      PICTURE 9(4).                        00011254
           02  WS-SERIAL-DDD       PICTURE 9(3).                        00011263
       77  WS-SERIAL-YEARS         PICTURE S9(5) VALUE ZERO.            00011272
       77  WS-SERIAL-LEAPS         PICTURE S9(5) VALUE ZERO.            00011281
       77  WS-SERIAL-DAYS          PICTURE S9(7) VALUE ZERO.            00011290
                                                                        00011300
       77  WS-CNT-DISPATCHED       PICTURE 9(5) VALUE 0.                00011400
       77  WS-CNT-REJECTED         PICTURE 9(5) VALUE 0.                00011410
       77  WS-CNT-UNMATCHED        PICTURE 9(5) VALUE 0.                00011600
       77  WS-CNT-IN-TRANSIT       PICTURE 9(5) VALUE 0.                00011700
       77  WS-CNT-OVERDUE          PICTURE 9(5) VALUE 0.                00011800
       77  WS-CNT-TRANSFERS        PICTURE 9(5) VALUE 0.                00011802
                                                                        00011804
      *    CHECKPOINT/RESTART.  WS-CHKP-SAVE IS THE AREA CHKP WRITES    00011806
      *    AND XRST PUTS BACK - TRANIN POSITION (TRANSFERS READ),       00011808
      *    COUNTERS, CHECKPOINT SEQUENCE AND RUNLOG CYCLE DATE.         00011810
       77  CHECKPOINT, PICTURE XXXX, VALUE 'CHKP'.                      00011812
       77  RESTART, PICTURE XXXX, VALUE 'XRST'.                         00011814
       77  ROLL-BACK, PICTURE XXXX, VALUE 'ROLB'.                       00011816
       77  WS-CHKP-CARD            PICTURE 9(6) VALUE 000500.           00011818
       77  WS-CHKP-INTERVAL        PICTURE S9(7) COMP VALUE 500.        00011820
       77  WS-CHKP-COUNT           PICTURE S9(7) COMP VALUE 0.          00011822
       77  WS-SKIP                 PICTURE S9(7) COMP VALUE 0.          00011824
       77  WS-RESTART-SW           PICTURE X VALUE 'N'.                 00011826
           88  WS-RESTARTED                  VALUE 'Y'.                 00011828
       77  WS-XRST-LEN             PICTURE S9(9) COMP VALUE 12.         00011830
       77  WS-CHKP-ID-LEN          PICTURE S9(9) COMP VALUE 8.          00011832
       77  WS-CHKP-SAVE-LEN        PICTURE S9(9) COMP VALUE 0.          00011834
       01  WS-XRST-AREA.                                                00011836
           02  WS-XRST-CHKP-ID     PICTURE X(8) VALUE SPACES.           00011838
           02  FILLER              PICTURE X(4) VALUE SPACES.           00011840
       01  WS-CHKP-ID.                                                  00011842
           02  FILLER              PICTURE X(3) VALUE 'TRF'.            00011844
           02  WS-CHKP-SEQ         PICTURE 9(5) VALUE 0.                00011846
       01  WS-CHKP-SAVE.                                                00011848
           02  WS-SAVE-CYCLE-DATE  PICTURE X(10).                       00011850
           02  WS-SAVE-CHKP-SEQ    PICTURE 9(5).                        00011852
           02  WS-SAVE-TRANSFERS   PICTURE 9(5).                        00011854
           02  WS-SAVE-DISPATCHED  PICTURE 9(5).                        00011856
           02  WS-SAVE-REJECTED    PICTURE 9(5).                        00011858
           02  WS-SAVE-RECEIVED    PICTURE 9(5).                        00011860
           02  WS-SAVE-UNMATCHED   PICTURE 9(5).                        00011862
                                                                        00011864
      *    RUN-CONTROL ROW THROUGH LGRUNLOG, AS THE DB2 JOBS KEEP.      00011866
       01  WS-RUNLOG.                                                   00011868
           COPY RUNCPY1.                                                00011870
                                                                        00011900
      *    SAME SSA SHAPES DFSSAM13 USES ON THE INVENTORY BASE.         00012000
       01  SSA1.                                                        00012100
               03  COAP, PICTURE 9V99.                                  00015600
               03  PLAN, PICTURE 9V99.                                  00015700
               03  COAD, PICTURE X.                                     00015800
      *    LAST CYCLE-COUNT AND LAST TRANSACTION DATES, FULL            00015825
      *    YYYYDDD JULIAN - THE SIX BYTES AFTER THEM HELD THE OLD       00015850
      *    DAY-OF-YEAR FORM AND ARE BLANK SINCE THE CONVERSION.         00015875
           02  LAST-CYC-DATE, PICTURE 9(7).                             00015900
           02  LAST-TRANS-DATE, PICTURE 9(7).                           00016000
           02  FILLER, PICTURE X(6), VALUE SPACES.                      00016100
           02  REORDER-POINT, PICTURE S9(7)V9.                          00016200
      *    ABC CLASS DFSSAM19 SETS FROM DISBURSEMENT VALUE - SPACE      00016240
      *    UNTIL THE PART/LOCATION HAS BEEN CLASSIFIED.                 00016280
           02  ABC-CLASS, PICTURE X.                                    00016320
           02  FILLER, PICTURE X(3).                                    00016360
           02  CUR-REM-REQ, PICTURE S9(7)V9.                            00016400
           02  UNP-REM-REQ, PICTURE S9(7)V9.                            00016500
           02  ON-ORDER, PICTURE S9(7)V9.                               00016600
           02  MV-INV-KEY          PICTURE X(8).                        00017900
           02  MV-TRANS-TYPE       PICTURE X(2).                        00018000
           02  MV-QUANTITY         PICTURE S9(7)V9.                     00018100
           02  MV-DATE             PICTURE 9(7).                        00018200
           02  MV-TERMINAL         PICTURE X(8).                        00018300
           02  FILLER              PICTURE X(32) VALUE SPACES.          00018400
                                                                        00018500
       LINKAGE SECTION.                                                 00018600
       01  IO-PCB.                                                      00018616
           02  IO-LTERM-NAME PICTURE X(8).                              00018632
           02  IO-RESERVED  PICTURE XX.                                 00018648
           02  IO-STATUS    PICTURE XX.                                 00018664
           02  IO-PREFIX    PICTURE X(12).                              00018680
       01  DB-PCB.                                                      00018700
           02  DBASE-NAME   PICTURE X(8).                               00018800
           02  SEGMENT-INDR PICTURE XX.                                 00018900
                                                                        00020700
       PROCEDURE DIVISION.                                              00020800
       MAIN-RTN.                                                        00020900
           ENTRY 'DLITCBL' USING IO-PCB, DB-PCB, MOVE-PCB.              00021000
           ACCEPT WS-TODAY-DATE FROM DAY YYYYDDD.                       00021100
           MOVE WS-TODAY-DATE TO WS-SERIAL-DATE.                        00021125
           PERFORM DAY-SERIAL THRU DAY-SERIAL-EXIT.                     00021150
           MOVE WS-SERIAL-DAYS TO WS-TODAY-SERIAL.                      00021175
           ACCEPT WS-AGE-CARD FROM SYSIN.                               00021200
           IF WS-AGE-CARD NUMERIC AND WS-AGE-CARD > 0                   00021300
               MOVE WS-AGE-CARD TO WS-AGE-LIMIT.                        00021400
           ACCEPT WS-CHKP-CARD FROM SYSIN.                              00021420
           IF WS-CHKP-CARD NUMERIC AND WS-CHKP-CARD > 0                 00021440
               MOVE WS-CHKP-CARD TO WS-CHKP-INTERVAL.                   00021460
           PERFORM RESTART-OR-START THRU RESTART-OR-START-EXIT.         00021480
                                                                        00021500
           OPEN INPUT TRANIN.                                           00021600
           IF TRANIN-STATUS NOT = 0                                     00021700
               GOBACK.                                                  00022700
                                                                        00022800
           PERFORM LOAD-IN-TRANSIT THRU LOAD-IN-TRANSIT-EXIT.           00022900
           IF WS-RESTARTED                                              00022920
               PERFORM REPLAY-ONE-TRANSFER THRU REPLAY-ONE-EXIT         00022940
                   VARYING WS-SKIP FROM 1 BY 1                          00022960
                   UNTIL WS-SKIP > WS-CNT-TRANSFERS.                    00022980
                                                                        00023000
           READ TRANIN AT END MOVE 'Y' TO WS-TRAN-EOF-SW.               00023100
           PERFORM APPLY-ONE-TRANSFER THRU APPLY-ONE-EXIT               00023200
                                                                        00024500
           CLOSE TRANIN.                                                00024600
           CLOSE INTROUT.                                               00024700
           PERFORM MARK-RUN-ENDED THRU MARK-RUN-ENDED-EXIT.             00024750
           GOBACK.                                                      00024800
                                                                        00024801
      *    XRST IS THE FIRST DL/I CALL.  A BLANK CHECKPOINT ID BACK     00024802
      *    IS A NORMAL START; OTHERWISE IMS HAS PUT WS-CHKP-SAVE BACK   00024803
      *    AS IT WAS AT THAT CHECKPOINT.  A RESTART SKIPS THE RUNLOG    00024804
      *    DOUBLE-START AND PREDECESSOR CHECKS - ITS ROW IS THE ONE     00024805
      *    THE FAILED RUN LEFT RUNNING.                                 00024806
       RESTART-OR-START.                                                00024807
           MOVE LENGTH OF WS-CHKP-SAVE TO WS-CHKP-SAVE-LEN.             00024808
           MOVE 'DFSSAM16' TO RUN-JOBNAME.                              00024809
           CALL 'CBLTDLI' USING RESTART, IO-PCB, WS-XRST-LEN,           00024810
               WS-XRST-AREA, WS-CHKP-SAVE-LEN, WS-CHKP-SAVE.            00024811
           IF IO-STATUS NOT = '  '                                      00024812
               DISPLAY 'DFSSAM16 UNRESOLVED STATUS CODE '               00024813
                   IO-STATUS ' ON XRST' UPON CONSOLE                    00024814
               MOVE 16 TO RETURN-CODE                                   00024815
               GOBACK.                                                  00024816
           IF WS-XRST-CHKP-ID = SPACES                                  00024817
               GO TO NORMAL-START.                                      00024818
           MOVE 'Y' TO WS-RESTART-SW.                                   00024819
           MOVE WS-SAVE-CHKP-SEQ TO WS-CHKP-SEQ.                        00024820
           MOVE WS-SAVE-TRANSFERS TO WS-CNT-TRANSFERS.                  00024821
           MOVE WS-SAVE-DISPATCHED TO WS-CNT-DISPATCHED.                00024822
           MOVE WS-SAVE-REJECTED TO WS-CNT-REJECTED.                    00024823
           MOVE WS-SAVE-RECEIVED TO WS-CNT-RECEIVED.                    00024824
           MOVE WS-SAVE-UNMATCHED TO WS-CNT-UNMATCHED.                  00024825
           MOVE WS-SAVE-CYCLE-DATE TO RUN-CYCLE-DATE.                   00024826
           MOVE WS-XRST-CHKP-ID TO RUN-CHKP-ID.                         00024827
           MOVE 'X' TO RUN-FUNCTION.                                    00024828
           CALL 'LGRUNLOG' USING WS-RUNLOG.                             00024829
           DISPLAY 'DFSSAM16 RESTARTED FROM CHECKPOINT '                00024830
               WS-XRST-CHKP-ID ' AFTER ' WS-CNT-TRANSFERS               00024831
               ' TRANSFERS'.                                            00024832
           GO TO RESTART-OR-START-EXIT.                                 00024833
       NORMAL-START.                                                    00024834
           MOVE 'S' TO RUN-FUNCTION.                                    00024835
           MOVE 'N' TO RUN-MAINT-WINDOW.                                00024836
           CALL 'LGRUNLOG' USING WS-RUNLOG.                             00024837
           IF RUN-RC = 4                                                00024838
               DISPLAY 'DFSSAM16 ALREADY MARKED RUNNING THIS CYCLE'     00024839
               MOVE 8 TO RETURN-CODE                                    00024840
               GOBACK.                                                  00024841
           IF RUN-RC = 6                                                00024842
               DISPLAY 'DFSSAM16 HELD - PREDECESSOR '                   00024843
                   RUN-FAILED-PRED ' NOT ENDED CLEANLY'                 00024844
               MOVE 12 TO RETURN-CODE                                   00024845
               GOBACK.                                                  00024846
       RESTART-OR-START-EXIT.                                           00024847
           EXIT.                                                        00024848
                                                                        00024849
       MARK-RUN-ENDED.                                                  00024850
           MOVE 'E' TO RUN-FUNCTION.                                    00024851
           PERFORM SET-RUN-COUNTERS THRU SET-RUN-COUNTERS-EXIT.         00024852
           MOVE RETURN-CODE TO RUN-RETURN-CODE.                         00024853
           CALL 'LGRUNLOG' USING WS-RUNLOG.                             00024854
       MARK-RUN-ENDED-EXIT.                                             00024855
           EXIT.                                                        00024856
                                                                        00024857
      *    REJECTED ON THE RUNLOG IS EVERY TRANSFER NOT APPLIED -       00024858
      *    INVALID ACTION, FULL POOL OR UNMATCHED RECEIPT.              00024859
       SET-RUN-COUNTERS.                                                00024860
           MOVE WS-CNT-TRANSFERS TO RUN-RECORDS-READ.                   00024861
           COMPUTE RUN-RECORDS-WRITTEN =                                00024862
               WS-CNT-DISPATCHED + WS-CNT-RECEIVED.                     00024863
           COMPUTE RUN-RECORDS-REJECTED =                               00024864
               WS-CNT-TRANSFERS - WS-CNT-DISPATCHED - WS-CNT-RECEIVED.  00024865
       SET-RUN-COUNTERS-EXIT.                                           00024866
           EXIT.                                                        00024867
                                                                        00024900
      *    A MISSING INTRIN FILE (FILE STATUS 35) JUST MEANS            00025000
      *    NOTHING WAS ON THE ROAD LAST NIGHT.                          00025100
           MOVE TI-FROM-KEY TO WS-IT-FROM (WS-IT-COUNT).                00027300
           MOVE TI-TO-KEY TO WS-IT-TO (WS-IT-COUNT).                    00027400
           MOVE TI-QUANTITY TO WS-IT-QTY (WS-IT-COUNT).                 00027500
           MOVE TI-DISPATCH-DATE TO WS-IT-DATE (WS-IT-COUNT).           00027600
           MOVE 'N' TO WS-IT-RECEIVED (WS-IT-COUNT).                    00027700
           READ INTRIN AT END MOVE 'Y' TO WS-INTR-EOF-SW.               00027800
       LOAD-ONE-IT-EXIT.                                                00027900
           EXIT.                                                        00028000
                                                                        00028100
       APPLY-ONE-TRANSFER.                                              00028200
           ADD 1 TO WS-CNT-TRANSFERS.                                   00028250
           IF TF-ACTION = 'D'                                           00028300
               PERFORM DISPATCH-RTN THRU DISPATCH-EXIT                  00028400
           ELSE                                                         00028500
             ELSE                                                       00028800
               DISPLAY 'DFSSAM16 ACTION ' TF-ACTION                     00028900
                   ' INVALID-RESUBMIT'.                                 00029000
           ADD 1 TO WS-CHKP-COUNT.                                      00029025
           IF WS-CHKP-COUNT NOT < WS-CHKP-INTERVAL                      00029050
               PERFORM TAKE-CHECKPOINT THRU TAKE-CHECKPOINT-EXIT.       00029075
           READ TRANIN AT END MOVE 'Y' TO WS-TRAN-EOF-SW.               00029100
       APPLY-ONE-EXIT.                                                  00029200
           EXIT.                                                        00029300
           MOVE TF-FROM-KEY TO WS-IT-FROM (WS-IT-COUNT).                00031226
           MOVE TF-TO-KEY TO WS-IT-TO (WS-IT-COUNT).                    00031309
           MOVE TF-QUANTITY TO WS-IT-QTY (WS-IT-COUNT).                 00031392
           MOVE WS-TODAY-DATE TO WS-IT-DATE (WS-IT-COUNT).              00031475
           MOVE 'N' TO WS-IT-RECEIVED (WS-IT-COUNT).                    00031558
           ADD 1 TO WS-CNT-DISPATCHED.                                  00031641
       DISPATCH-EXIT.                                                   00031724
       FIND-IT-EXIT.                                                    00034800
           EXIT.                                                        00034900
                                                                        00035000
      *    RESTART ONLY - THE TRANSFERS BEFORE THE CHECKPOINT ARE       00035001
      *    ALREADY IN STOCK AND ON THE MOVEMENT FILE, SO THEY ARE       00035002
      *    READ PAST AND APPLIED TO THE IN-TRANSIT POOL ALONE.  A       00035003
      *    DISPATCH REPLAYED ON A LATER DAY TAKES THAT DAY'S DATE.      00035004
       REPLAY-ONE-TRANSFER.                                             00035005
           READ TRANIN AT END                                           00035006
               DISPLAY 'DFSSAM16 TRANIN SHORTER THAN CHECKPOINT '       00035007
                   WS-XRST-CHKP-ID ' - NOT THE FILE TO RESTART WITH'    00035008
                   UPON CONSOLE                                         00035009
               MOVE 16 TO RETURN-CODE                                   00035010
               GOBACK.                                                  00035011
           IF TF-ACTION = 'D' AND WS-IT-COUNT < 500                     00035012
               ADD 1 TO WS-IT-COUNT                                     00035013
               MOVE TF-TRANSFER-REF TO WS-IT-REF (WS-IT-COUNT)          00035014
               MOVE TF-PART-NO TO WS-IT-PART (WS-IT-COUNT)              00035015
               MOVE TF-FROM-KEY TO WS-IT-FROM (WS-IT-COUNT)             00035016
               MOVE TF-TO-KEY TO WS-IT-TO (WS-IT-COUNT)                 00035017
               MOVE TF-QUANTITY TO WS-IT-QTY (WS-IT-COUNT)              00035018
               MOVE WS-TODAY-DATE TO WS-IT-DATE (WS-IT-COUNT)           00035019
               MOVE 'N' TO WS-IT-RECEIVED (WS-IT-COUNT)                 00035020
               GO TO REPLAY-ONE-EXIT.                                   00035021
           IF TF-ACTION NOT = 'R'                                       00035022
               GO TO REPLAY-ONE-EXIT.                                   00035023
           MOVE 0 TO WS-HIT.                                            00035024
           PERFORM FIND-IN-TRANSIT THRU FIND-IT-EXIT                    00035025
               VARYING WS-T FROM 1 BY 1                                 00035026
               UNTIL WS-T > WS-IT-COUNT OR WS-HIT > 0.                  00035027
           IF WS-HIT > 0                                                00035028
               MOVE 'Y' TO WS-IT-RECEIVED (WS-HIT).                     00035029
       REPLAY-ONE-EXIT.                                                 00035030
           EXIT.                                                        00035031
                                                                        00035032
      *    THE RUNLOG ROW IS UPDATED FIRST SO THE CHKP COMMITS IT       00035033
      *    TOGETHER WITH THE TRANSFERS IT COUNTS.                       00035034
       TAKE-CHECKPOINT.                                                 00035035
           ADD 1 TO WS-CHKP-SEQ.                                        00035036
           MOVE WS-CHKP-SEQ TO WS-SAVE-CHKP-SEQ.                        00035037
           MOVE WS-CNT-TRANSFERS TO WS-SAVE-TRANSFERS.                  00035038
           MOVE WS-CNT-DISPATCHED TO WS-SAVE-DISPATCHED.                00035039
           MOVE WS-CNT-REJECTED TO WS-SAVE-REJECTED.                    00035040
           MOVE WS-CNT-RECEIVED TO WS-SAVE-RECEIVED.                    00035041
           MOVE WS-CNT-UNMATCHED TO WS-SAVE-UNMATCHED.                  00035042
           MOVE RUN-CYCLE-DATE TO WS-SAVE-CYCLE-DATE.                   00035043
           MOVE 'C' TO RUN-FUNCTION.                                    00035044
           MOVE WS-CHKP-ID TO RUN-CHKP-ID.                              00035045
           PERFORM SET-RUN-COUNTERS THRU SET-RUN-COUNTERS-EXIT.         00035046
           CALL 'LGRUNLOG' USING WS-RUNLOG.                             00035047
           CALL 'CBLTDLI' USING CHECKPOINT, IO-PCB, WS-CHKP-ID-LEN,     00035048
               WS-CHKP-ID, WS-CHKP-SAVE-LEN, WS-CHKP-SAVE.              00035049
           IF IO-STATUS NOT = '  '                                      00035050
               DISPLAY 'DFSSAM16 UNRESOLVED STATUS CODE '               00035051
                   IO-STATUS ' ON CHKP' UPON CONSOLE                    00035052
               PERFORM BACK-OUT-RUN.                                    00035053
           MOVE 0 TO WS-CHKP-COUNT.                                     00035054
       TAKE-CHECKPOINT-EXIT.                                            00035055
           EXIT.                                                        00035056
                                                                        00035057
      *    A RUN GIVING UP ON A DL/I ERROR MUST NOT END NORMALLY AND    00035058
      *    COMMIT WHAT IT DID SINCE THE LAST CHECKPOINT - THE RESTART   00035059
      *    FROM THAT CHECKPOINT WOULD APPLY IT ALL AGAIN.               00035060
       BACK-OUT-RUN.                                                    00035061
           CALL 'CBLTDLI' USING ROLL-BACK, IO-PCB.                      00035062
           MOVE 16 TO RETURN-CODE.                                      00035063
           GOBACK.                                                      00035064
                                                                        00035065
      *    SAME GHU/REPL PATH THE OTHER STOCK UPDATES USE - THE         00035100
      *    DELTA IS NEGATIVE ON A DISPATCH, POSITIVE ON A RECEIPT.      00035200
       UPDATE-STOCK-RECORD.                                             00035300
           IF STATUS-CODE NOT = '  '                                    00036200
               DISPLAY 'DFSSAM16 UNRESOLVED STATUS CODE '               00036300
                   STATUS-CODE ' ON GHU' UPON CONSOLE                   00036400
               PERFORM BACK-OUT-RUN.                                    00036550
           ADD WS-STOCK-DELTA TO TOT-STOCK.                             00036700
           IF TOT-STOCK < ZERO MOVE ZEROS TO TOT-STOCK.                 00036800
           CALL 'CBLTDLI' USING REPLACE1, DB-PCB, STOK-SRA.             00036900
           IF STATUS-CODE NOT = '  '                                    00037000
               DISPLAY 'DFSSAM16 UNRESOLVED STATUS CODE '               00037100
                   STATUS-CODE ' ON REPL' UPON CONSOLE                  00037200
               PERFORM BACK-OUT-RUN.                                    00037350
       UPDATE-STOCK-EXIT.                                               00037500
           EXIT.                                                        00037600
                                                                        00037700
       WRITE-MOVEMENT-RECORD.                                           00037800
           MOVE TF-PART-NO TO MV-PART-NO.                               00037900
           MOVE TF-QUANTITY TO MV-QUANTITY.                             00038000
           MOVE WS-TODAY-DATE TO MV-DATE.                               00038100
           MOVE TF-TRANSFER-REF TO MV-TERMINAL.                         00038200
           CALL 'CBLTDLI' USING IN-SERT, MOVE-PCB, MOVE-RECORD.         00038300
           IF MV-STATUS-CODE NOT = '  '                                 00038400
                                                                        00038900
      *    WHATEVER IS STILL ON THE ROAD CARRIES FORWARD, AND           00039000
      *    ANYTHING OLDER THAN THE LIMIT GOES ON THE OVERDUE LIST.      00039100
      *    THE AGE IS TAKEN BETWEEN RUNNING DAY NUMBERS OF THE FULL     00039200
      *    DISPATCH AND RUN DATES, SO IT HOLDS ACROSS A YEAR END.       00039300
       CARRY-AND-REPORT.                                                00039400
           PERFORM CARRY-ONE-TRANSIT THRU CARRY-ONE-EXIT                00039500
               VARYING WS-T FROM 1 BY 1                                 00039600
           MOVE WS-IT-FROM (WS-T) TO TO-FROM-KEY.                       00040700
           MOVE WS-IT-TO (WS-T) TO TO-TO-KEY.                           00040800
           MOVE WS-IT-QTY (WS-T) TO TO-QUANTITY.                        00040900
           MOVE WS-IT-DATE (WS-T) TO TO-DISPATCH-DATE.                  00041000
           WRITE INTROUT-RECORD.                                        00041100
           ADD 1 TO WS-CNT-IN-TRANSIT.                                  00041200
           MOVE WS-IT-DATE (WS-T) TO WS-SERIAL-DATE.                    00041300
           PERFORM DAY-SERIAL THRU DAY-SERIAL-EXIT.                     00041400
           MOVE WS-SERIAL-DAYS TO WS-IT-SERIAL.                         00041500
           COMPUTE WS-AGE-DAYS = WS-TODAY-SERIAL - WS-IT-SERIAL.        00041600
           IF WS-AGE-DAYS > WS-AGE-LIMIT                                00041700
               ADD 1 TO WS-CNT-OVERDUE                                  00041800
               MOVE WS-IT-QTY (WS-T) TO WS-DISP-QTY                     00041900
       CARRY-ONE-EXIT.                                                  00042300
           EXIT.                                                        00042400
                                                                        00042500
       DAY-SERIAL.                                                      00042511
           COMPUTE WS-SERIAL-YEARS = WS-SERIAL-YYYY - 1.                00042522
           DIVIDE WS-SERIAL-YEARS BY 4 GIVING WS-SERIAL-LEAPS.          00042533
           COMPUTE WS-SERIAL-DAYS = WS-SERIAL-YEARS * 365               00042544
                                  + WS-SERIAL-LEAPS + WS-SERIAL-DDD.    00042555
       DAY-SERIAL-EXIT.                                                 00042566
           EXIT.                                                        00042577
                                                                        00042588
       END PROGRAM DFSSAM16.                                            00042600
