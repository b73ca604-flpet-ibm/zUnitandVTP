      *          GENERATION, SO THE REORDER TRIGGER CANNOT              00001500
      *          DOUBLE-ORDER A LINE THAT IS HALF-ARRIVED.  OVER-       00001600
      *          AND UNDER-DELIVERIES AGAINST THE ORDERED QUANTITY      00001700
      *          ARE REPORTED ON THE JOB LOG.  EVERY RECEIPT TAKEN      00001721
      *          AGAINST A PO LINE IS ALSO LOGGED ON RCPTLOG (PO,       00001742
      *          VENDOR, PART, QUANTITY AND DATE) FOR THE DFSSAM21      00001763
      *          INVOICE MATCH.                                         00001784
      *          A SYMBOLIC CHECKPOINT (CHKP) IS TAKEN EVERY SYSIN      00001808
      *          NUMBER OF RECEIPTS (COLUMNS 1-6, DEFAULT 000500)       00001816
      *          CARRYING THE RECPTIN POSITION AND THE COUNTERS.        00001824
      *          RESTARTED WITH CKPTID= THE XRST CALL BRINGS THEM       00001832
      *          BACK: THE OPEN-PO TABLE IS REBUILT BY REPLAYING THE    00001840
      *          RECEIPTS ALREADY APPLIED AGAINST IT, WITH NO DATA      00001848
      *          BASE OR MOVEMENT CALLS, AND THE RUN CARRIES ON FROM    00001856
      *          THE NEXT RECEIPT - NOTHING IS RECEIVED TWICE AND       00001864
      *          NEWOPO AND RCPTLOG STILL REFLECT THE WHOLE RECEIPT     00001872
      *          FILE.  THE START, EACH CHECKPOINT, A RESTART AND THE   00001880
      *          END ARE RECORDED ON THE RUNLOG THROUGH LGRUNLOG.       00001888
      *                                                                 00001900
       ENVIRONMENT DIVISION.                                            00002000
       CONFIGURATION SECTION.                                           00002100
               ORGANIZATION IS SEQUENTIAL.                              00003100
           SELECT NEWOPO ASSIGN TO NEWOPO                               00003200
               FILE STATUS IS NEWOPO-STATUS                             00003300
               ORGANIZATION IS SEQUENTIAL.                              00003325
           SELECT RCPTLOG ASSIGN TO RCPTLOG                             00003350
               FILE STATUS IS RCPTLOG-STATUS                            00003375
               ORGANIZATION IS SEQUENTIAL.                              00003400
                                                                        00003500
       DATA DIVISION.                                                   00003600
           02  NO-QUANTITY         PICTURE S9(7)V9.                     00006300
           02  FILLER              PICTURE X(37).                       00006400
                                                                        00006500
      *    ONE RECORD PER RECEIPT TAKEN AGAINST A PO LINE - WHAT        00006507
      *    DFSSAM21 HOLDS A VENDOR INVOICE TO.                          00006514
       FD  RCPTLOG RECORDING MODE F.                                    00006521
       01  RCPTLOG-RECORD.                                              00006528
           02  RL-PO-NUMBER        PICTURE 9(6).                        00006535
           02  RL-VENDOR-CODE      PICTURE X(6).                        00006542
           02  RL-PART-NO          PICTURE X(15).                       00006549
           02  RL-INV-KEY          PICTURE X(8).                        00006556
           02  RL-QTY-RECEIVED     PICTURE S9(7)V9.                     00006563
           02  RL-DATE             PICTURE 9(7).                        00006570
           02  FILLER              PICTURE X(30).                       00006577
                                                                        00006584
       WORKING-STORAGE SECTION.                                         00006600
       77  RECPTIN-STATUS          PICTURE 99.                          00006700
       77  OPENPO-STATUS           PICTURE 99.                          00006800
       77  NEWOPO-STATUS           PICTURE 99.                          00006900
       77  RCPTLOG-STATUS          PICTURE 99.                          00006950
       77  WS-RECPT-EOF-SW         PICTURE X VALUE 'N'.                 00007000
           88  WS-RECPT-EOF                  VALUE 'Y'.                 00007100
       77  WS-OPENPO-EOF-SW        PICTURE X VALUE 'N'.                 00007200
       77  WS-DISP-QTY             PICTURE Z(6)9.9-.                    00009600
       77  WS-DISP-QTY2            PICTURE Z(6)9.9-.                    00009700
                                                                        00009800
       01  WS-TODAY-DATE           PICTURE 9(7).                        00010000
                                                                        00010200
       77  WS-CNT-RECEIPTS         PICTURE 9(5) VALUE 0.                00010300
       77  WS-CNT-UNMATCHED        PICTURE 9(5) VALUE 0.                00010400
       77  WS-CNT-CARRIED          PICTURE 9(5) VALUE 0.                00010600
       77  WS-CNT-OVER             PICTURE 9(5) VALUE 0.                00010700
                                                                        00010800
      *    CHECKPOINT/RESTART.  WS-CHKP-SAVE IS THE AREA CHKP WRITES    00010802
      *    AND XRST PUTS BACK - RECPTIN POSITION (RECEIPTS READ),       00010804
      *    COUNTERS, CHECKPOINT SEQUENCE AND RUNLOG CYCLE DATE.         00010806
       77  CHECKPOINT, PICTURE XXXX, VALUE 'CHKP'.                      00010808
       77  RESTART, PICTURE XXXX, VALUE 'XRST'.                         00010810
       77  ROLL-BACK, PICTURE XXXX, VALUE 'ROLB'.                       00010812
       77  WS-CHKP-CARD            PICTURE 9(6) VALUE 000500.           00010814
       77  WS-CHKP-INTERVAL        PICTURE S9(7) COMP VALUE 500.        00010816
       77  WS-CHKP-COUNT           PICTURE S9(7) COMP VALUE 0.          00010818
       77  WS-SKIP                 PICTURE S9(7) COMP VALUE 0.          00010820
       77  WS-RESTART-SW           PICTURE X VALUE 'N'.                 00010822
           88  WS-RESTARTED                  VALUE 'Y'.                 00010824
       77  WS-XRST-LEN             PICTURE S9(9) COMP VALUE 12.         00010826
       77  WS-CHKP-ID-LEN          PICTURE S9(9) COMP VALUE 8.          00010828
       77  WS-CHKP-SAVE-LEN        PICTURE S9(9) COMP VALUE 0.          00010830
       01  WS-XRST-AREA.                                                00010832
           02  WS-XRST-CHKP-ID     PICTURE X(8) VALUE SPACES.           00010834
           02  FILLER              PICTURE X(4) VALUE SPACES.           00010836
       01  WS-CHKP-ID.                                                  00010838
           02  FILLER              PICTURE X(3) VALUE 'RCP'.            00010840
           02  WS-CHKP-SEQ         PICTURE 9(5) VALUE 0.                00010842
       01  WS-CHKP-SAVE.                                                00010844
           02  WS-SAVE-CYCLE-DATE  PICTURE X(10).                       00010846
           02  WS-SAVE-CHKP-SEQ    PICTURE 9(5).                        00010848
           02  WS-SAVE-RECEIPTS    PICTURE 9(5).                        00010850
           02  WS-SAVE-UNMATCHED   PICTURE 9(5).                        00010852
           02  WS-SAVE-CLOSED      PICTURE 9(5).                        00010854
           02  WS-SAVE-OVER        PICTURE 9(5).                        00010856
                                                                        00010858
      *    RUN-CONTROL ROW THROUGH LGRUNLOG, AS THE DB2 JOBS KEEP.      00010860
       01  WS-RUNLOG.                                                   00010862
           COPY RUNCPY1.                                                00010864
                                                                        00010866
      *    SAME SSA SHAPES DFSSAM13 USES ON THE INVENTORY BASE.         00010900
       01  SSA1.                                                        00011000
           02  SSA1-NAME, PICTURE X(8), VALUE 'PARTROOT'.               00011100
               03  COAP, PICTURE 9V99.                                  00014500
               03  PLAN, PICTURE 9V99.                                  00014600
               03  COAD, PICTURE X.                                     00014700
      *    LAST CYCLE-COUNT AND LAST TRANSACTION DATES, FULL            00014725
      *    YYYYDDD JULIAN - THE SIX BYTES AFTER THEM HELD THE OLD       00014750
      *    DAY-OF-YEAR FORM AND ARE BLANK SINCE THE CONVERSION.         00014775
           02  LAST-CYC-DATE, PICTURE 9(7).                             00014800
           02  LAST-TRANS-DATE, PICTURE 9(7).                           00014900
           02  FILLER, PICTURE X(6), VALUE SPACES.                      00015000
           02  REORDER-POINT, PICTURE S9(7)V9.                          00015100
      *    ABC CLASS DFSSAM19 SETS FROM DISBURSEMENT VALUE - SPACE      00015140
      *    UNTIL THE PART/LOCATION HAS BEEN CLASSIFIED.                 00015180
           02  ABC-CLASS, PICTURE X.                                    00015220
           02  FILLER, PICTURE X(3).                                    00015260
           02  CUR-REM-REQ, PICTURE S9(7)V9.                            00015300
           02  UNP-REM-REQ, PICTURE S9(7)V9.                            00015400
           02  ON-ORDER, PICTURE S9(7)V9.                               00015500
           02  MV-INV-KEY          PICTURE X(8).                        00016700
           02  MV-TRANS-TYPE       PICTURE X(2).                        00016800
           02  MV-QUANTITY         PICTURE S9(7)V9.                     00016900
           02  MV-DATE             PICTURE 9(7).                        00017000
           02  MV-TERMINAL         PICTURE X(8).                        00017100
           02  FILLER              PICTURE X(32) VALUE SPACES.          00017200
                                                                        00017300
       LINKAGE SECTION.                                                 00017400
       01  IO-PCB.                                                      00017416
           02  IO-LTERM-NAME PICTURE X(8).                              00017432
           02  IO-RESERVED  PICTURE XX.                                 00017448
           02  IO-STATUS    PICTURE XX.                                 00017464
           02  IO-PREFIX    PICTURE X(12).                              00017480
       01  DB-PCB.                                                      00017500
           02  DBASE-NAME   PICTURE X(8).                               00017600
           02  SEGMENT-INDR PICTURE XX.                                 00017700
                                                                        00019500
       PROCEDURE DIVISION.                                              00019600
       MAIN-RTN.                                                        00019700
           ENTRY 'DLITCBL' USING IO-PCB, DB-PCB, MOVE-PCB.              00019800
           ACCEPT WS-TODAY-DATE FROM DAY YYYYDDD.                       00019900
           ACCEPT WS-CHKP-CARD FROM SYSIN.                              00019920
           IF WS-CHKP-CARD NUMERIC AND WS-CHKP-CARD > 0                 00019940
               MOVE WS-CHKP-CARD TO WS-CHKP-INTERVAL.                   00019960
           PERFORM RESTART-OR-START THRU RESTART-OR-START-EXIT.         00019980
                                                                        00020000
           OPEN INPUT RECPTIN.                                          00020100
           IF RECPTIN-STATUS NOT = 0                                    00020200
                   NEWOPO-STATUS                                        00021600
               MOVE 16 TO RETURN-CODE                                   00021700
               GOBACK.                                                  00021800
           OPEN OUTPUT RCPTLOG.                                         00021814
           IF RCPTLOG-STATUS NOT = 0                                    00021828
               DISPLAY 'DFSSAM15 FILE STATUS AT OPEN RCPTLOG '          00021842
                   RCPTLOG-STATUS                                       00021856
               MOVE 16 TO RETURN-CODE                                   00021870
               GOBACK.                                                  00021884
                                                                        00021900
           PERFORM LOAD-OPEN-PO-LINES THRU LOAD-OPEN-PO-EXIT.           00022000
           IF WS-RESTARTED                                              00022020
               PERFORM REPLAY-ONE-RECEIPT THRU REPLAY-ONE-EXIT          00022040
                   VARYING WS-SKIP FROM 1 BY 1                          00022060
                   UNTIL WS-SKIP > WS-CNT-RECEIPTS.                     00022080
                                                                        00022100
           READ RECPTIN AT END MOVE 'Y' TO WS-RECPT-EOF-SW.             00022200
           PERFORM APPLY-ONE-RECEIPT THRU APPLY-ONE-RECEIPT-EXIT        00022300
           CLOSE RECPTIN.                                               00023700
           CLOSE OPENPO.                                                00023800
           CLOSE NEWOPO.                                                00023900
           CLOSE RCPTLOG.                                               00023925
           PERFORM MARK-RUN-ENDED THRU MARK-RUN-ENDED-EXIT.             00023950
           GOBACK.                                                      00024000
                                                                        00024001
      *    XRST IS THE FIRST DL/I CALL.  A BLANK CHECKPOINT ID BACK     00024002
      *    IS A NORMAL START; OTHERWISE IMS HAS PUT WS-CHKP-SAVE BACK   00024003
      *    AS IT WAS AT THAT CHECKPOINT.  A RESTART SKIPS THE RUNLOG    00024004
      *    DOUBLE-START AND PREDECESSOR CHECKS - ITS ROW IS THE ONE     00024005
      *    THE FAILED RUN LEFT RUNNING.                                 00024006
       RESTART-OR-START.                                                00024007
           MOVE LENGTH OF WS-CHKP-SAVE TO WS-CHKP-SAVE-LEN.             00024008
           MOVE 'DFSSAM15' TO RUN-JOBNAME.                              00024009
           CALL 'CBLTDLI' USING RESTART, IO-PCB, WS-XRST-LEN,           00024010
               WS-XRST-AREA, WS-CHKP-SAVE-LEN, WS-CHKP-SAVE.            00024011
           IF IO-STATUS NOT = '  '                                      00024012
               DISPLAY 'DFSSAM15 UNRESOLVED STATUS CODE '               00024013
                   IO-STATUS ' ON XRST' UPON CONSOLE                    00024014
               MOVE 16 TO RETURN-CODE                                   00024015
               GOBACK.                                                  00024016
           IF WS-XRST-CHKP-ID = SPACES                                  00024017
               GO TO NORMAL-START.                                      00024018
           MOVE 'Y' TO WS-RESTART-SW.                                   00024019
           MOVE WS-SAVE-CHKP-SEQ TO WS-CHKP-SEQ.                        00024020
           MOVE WS-SAVE-RECEIPTS TO WS-CNT-RECEIPTS.                    00024021
           MOVE WS-SAVE-UNMATCHED TO WS-CNT-UNMATCHED.                  00024022
           MOVE WS-SAVE-CLOSED TO WS-CNT-CLOSED.                        00024023
           MOVE WS-SAVE-OVER TO WS-CNT-OVER.                            00024024
           MOVE WS-SAVE-CYCLE-DATE TO RUN-CYCLE-DATE.                   00024025
           MOVE WS-XRST-CHKP-ID TO RUN-CHKP-ID.                         00024026
           MOVE 'X' TO RUN-FUNCTION.                                    00024027
           CALL 'LGRUNLOG' USING WS-RUNLOG.                             00024028
           DISPLAY 'DFSSAM15 RESTARTED FROM CHECKPOINT '                00024029
               WS-XRST-CHKP-ID ' AFTER ' WS-CNT-RECEIPTS ' RECEIPTS'.   00024030
           GO TO RESTART-OR-START-EXIT.                                 00024031
       NORMAL-START.                                                    00024032
           MOVE 'S' TO RUN-FUNCTION.                                    00024033
           MOVE 'N' TO RUN-MAINT-WINDOW.                                00024034
           CALL 'LGRUNLOG' USING WS-RUNLOG.                             00024035
           IF RUN-RC = 4                                                00024036
               DISPLAY 'DFSSAM15 ALREADY MARKED RUNNING THIS CYCLE'     00024037
               MOVE 8 TO RETURN-CODE                                    00024038
               GOBACK.                                                  00024039
           IF RUN-RC = 6                                                00024040
               DISPLAY 'DFSSAM15 HELD - PREDECESSOR '                   00024041
                   RUN-FAILED-PRED ' NOT ENDED CLEANLY'                 00024042
               MOVE 12 TO RETURN-CODE                                   00024043
               GOBACK.                                                  00024044
       RESTART-OR-START-EXIT.                                           00024045
           EXIT.                                                        00024046
                                                                        00024047
       MARK-RUN-ENDED.                                                  00024048
           MOVE 'E' TO RUN-FUNCTION.                                    00024049
           PERFORM SET-RUN-COUNTERS THRU SET-RUN-COUNTERS-EXIT.         00024050
           MOVE RETURN-CODE TO RUN-RETURN-CODE.                         00024051
           CALL 'LGRUNLOG' USING WS-RUNLOG.                             00024052
       MARK-RUN-ENDED-EXIT.                                             00024053
           EXIT.                                                        00024054
                                                                        00024055
       SET-RUN-COUNTERS.                                                00024056
           MOVE WS-CNT-RECEIPTS TO RUN-RECORDS-READ.                    00024057
           COMPUTE RUN-RECORDS-WRITTEN =                                00024058
               WS-CNT-RECEIPTS - WS-CNT-UNMATCHED.                      00024059
           MOVE WS-CNT-UNMATCHED TO RUN-RECORDS-REJECTED.               00024060
       SET-RUN-COUNTERS-EXIT.                                           00024061
           EXIT.                                                        00024062
                                                                        00024100
       LOAD-OPEN-PO-LINES.                                              00024200
           READ OPENPO AT END MOVE 'Y' TO WS-OPENPO-EOF-SW.             00024300
           ADD RC-QTY-RECEIVED TO WS-PO-RECEIVED (WS-HIT).              00027700
           PERFORM RECEIVE-INTO-STOCK THRU RECEIVE-STOCK-EXIT.          00027800
           PERFORM WRITE-MOVEMENT-RECORD THRU MOVEMENT-EXIT.            00027900
           PERFORM WRITE-RECEIPT-LOG THRU RECEIPT-LOG-EXIT.             00027950
                                                                        00028000
           IF WS-PO-RECEIVED (WS-HIT) < WS-PO-QTY (WS-HIT)              00028100
               MOVE WS-PO-RECEIVED (WS-HIT) TO WS-DISP-QTY              00028200
                       RC-PART-NO ' OVER-DELIVERED BY '                 00029700
                       WS-DISP-QTY.                                     00029800
       APPLY-NEXT-RECEIPT.                                              00029900
           ADD 1 TO WS-CHKP-COUNT.                                      00029925
           IF WS-CHKP-COUNT NOT < WS-CHKP-INTERVAL                      00029950
               PERFORM TAKE-CHECKPOINT THRU TAKE-CHECKPOINT-EXIT.       00029975
           READ RECPTIN AT END MOVE 'Y' TO WS-RECPT-EOF-SW.             00030000
       APPLY-ONE-RECEIPT-EXIT.                                          00030100
           EXIT.                                                        00030200
               MOVE WS-P TO WS-HIT.                                     00030900
       FIND-PO-EXIT.                                                    00031000
           EXIT.                                                        00031100
                                                                        00031101
      *    RESTART ONLY - THE RECEIPTS BEFORE THE CHECKPOINT ARE        00031102
      *    ALREADY IN STOCK AND ON THE MOVEMENT FILE, SO THEY ARE       00031103
      *    READ PAST AND APPLIED TO THE OPEN-PO TABLE ALONE - AND       00031104
      *    LOGGED AGAIN, RCPTLOG BEING WRITTEN AFRESH.                  00031105
       REPLAY-ONE-RECEIPT.                                              00031106
           READ RECPTIN AT END                                          00031107
               DISPLAY 'DFSSAM15 RECPTIN SHORTER THAN CHECKPOINT '      00031108
                   WS-XRST-CHKP-ID ' - NOT THE FILE TO RESTART WITH'    00031109
                   UPON CONSOLE                                         00031110
               MOVE 16 TO RETURN-CODE                                   00031111
               GOBACK.                                                  00031112
           MOVE 0 TO WS-HIT.                                            00031113
           PERFORM FIND-PO-LINE THRU FIND-PO-EXIT                       00031114
               VARYING WS-P FROM 1 BY 1                                 00031115
               UNTIL WS-P > WS-PO-COUNT OR WS-HIT > 0.                  00031116
           IF WS-HIT = 0                                                00031117
               GO TO REPLAY-ONE-EXIT.                                   00031118
           ADD RC-QTY-RECEIVED TO WS-PO-RECEIVED (WS-HIT).              00031119
           PERFORM WRITE-RECEIPT-LOG THRU RECEIPT-LOG-EXIT.             00031120
           IF WS-PO-RECEIVED (WS-HIT) NOT < WS-PO-QTY (WS-HIT)          00031121
               MOVE 'Y' TO WS-PO-CLOSED (WS-HIT).                       00031122
       REPLAY-ONE-EXIT.                                                 00031123
           EXIT.                                                        00031124
                                                                        00031125
      *    THE RUNLOG ROW IS UPDATED FIRST SO THE CHKP COMMITS IT       00031126
      *    TOGETHER WITH THE RECEIPTS IT COUNTS.                        00031127
       TAKE-CHECKPOINT.                                                 00031128
           ADD 1 TO WS-CHKP-SEQ.                                        00031129
           MOVE WS-CHKP-SEQ TO WS-SAVE-CHKP-SEQ.                        00031130
           MOVE WS-CNT-RECEIPTS TO WS-SAVE-RECEIPTS.                    00031131
           MOVE WS-CNT-UNMATCHED TO WS-SAVE-UNMATCHED.                  00031132
           MOVE WS-CNT-CLOSED TO WS-SAVE-CLOSED.                        00031133
           MOVE WS-CNT-OVER TO WS-SAVE-OVER.                            00031134
           MOVE RUN-CYCLE-DATE TO WS-SAVE-CYCLE-DATE.                   00031135
           MOVE 'C' TO RUN-FUNCTION.                                    00031136
           MOVE WS-CHKP-ID TO RUN-CHKP-ID.                              00031137
           PERFORM SET-RUN-COUNTERS THRU SET-RUN-COUNTERS-EXIT.         00031138
           CALL 'LGRUNLOG' USING WS-RUNLOG.                             00031139
           CALL 'CBLTDLI' USING CHECKPOINT, IO-PCB, WS-CHKP-ID-LEN,     00031140
               WS-CHKP-ID, WS-CHKP-SAVE-LEN, WS-CHKP-SAVE.              00031141
           IF IO-STATUS NOT = '  '                                      00031142
               DISPLAY 'DFSSAM15 UNRESOLVED STATUS CODE '               00031143
                   IO-STATUS ' ON CHKP' UPON CONSOLE                    00031144
               PERFORM BACK-OUT-RUN.                                    00031145
           MOVE 0 TO WS-CHKP-COUNT.                                     00031146
       TAKE-CHECKPOINT-EXIT.                                            00031147
           EXIT.                                                        00031148
                                                                        00031149
      *    A RUN GIVING UP ON A DL/I ERROR MUST NOT END NORMALLY AND    00031150
      *    COMMIT WHAT IT DID SINCE THE LAST CHECKPOINT - THE RESTART   00031151
      *    FROM THAT CHECKPOINT WOULD RECEIVE IT ALL AGAIN.             00031152
       BACK-OUT-RUN.                                                    00031153
           CALL 'CBLTDLI' USING ROLL-BACK, IO-PCB.                      00031154
           MOVE 16 TO RETURN-CODE.                                      00031155
           GOBACK.                                                      00031156
                                                                        00031200
      *    SAME GHU/REPL PATH THE OTHER STOCK UPDATES USE - THE         00031300
      *    RECEIVED QUANTITY GOES ONTO TOTAL STOCK AND COMES OFF        00031400
           IF STATUS-CODE NOT = '  '                                    00032500
               DISPLAY 'DFSSAM15 UNRESOLVED STATUS CODE '               00032600
                   STATUS-CODE ' ON GHU' UPON CONSOLE                   00032700
               PERFORM BACK-OUT-RUN.                                    00032850
           ADD RC-QTY-RECEIVED TO TOT-STOCK.                            00033000
           SUBTRACT RC-QTY-RECEIVED FROM ON-ORDER.                      00033100
           IF ON-ORDER < ZERO MOVE ZEROS TO ON-ORDER.                   00033200
           IF STATUS-CODE NOT = '  '                                    00033400
               DISPLAY 'DFSSAM15 UNRESOLVED STATUS CODE '               00033500
                   STATUS-CODE ' ON REPL' UPON CONSOLE                  00033600
               PERFORM BACK-OUT-RUN.                                    00033750
       RECEIVE-STOCK-EXIT.                                              00033900
           EXIT.                                                        00034000
                                                                        00034100
           MOVE RC-INV-KEY TO MV-INV-KEY.                               00034400
           MOVE 'GR' TO MV-TRANS-TYPE.                                  00034500
           MOVE RC-QTY-RECEIVED TO MV-QUANTITY.                         00034600
           MOVE WS-TODAY-DATE TO MV-DATE.                               00034700
           MOVE 'DFSSAM15' TO MV-TERMINAL.                              00034800
           CALL 'CBLTDLI' USING IN-SERT, MOVE-PCB, MOVE-RECORD.         00034900
           IF MV-STATUS-CODE NOT = '  '                                 00035000
       MOVEMENT-EXIT.                                                   00035300
           EXIT.                                                        00035400
                                                                        00035500
       WRITE-RECEIPT-LOG.                                               00035507
           MOVE SPACES TO RCPTLOG-RECORD.                               00035514
           MOVE RC-PO-NUMBER TO RL-PO-NUMBER.                           00035521
           MOVE WS-PO-VENDOR (WS-HIT) TO RL-VENDOR-CODE.                00035528
           MOVE RC-PART-NO TO RL-PART-NO.                               00035535
           MOVE RC-INV-KEY TO RL-INV-KEY.                               00035542
           MOVE RC-QTY-RECEIVED TO RL-QTY-RECEIVED.                     00035549
           MOVE WS-TODAY-DATE TO RL-DATE.                               00035556
           WRITE RCPTLOG-RECORD.                                        00035563
       RECEIPT-LOG-EXIT.                                                00035570
           EXIT.                                                        00035577
                                                                        00035584
      *    ONLY THE STILL-OPEN LINES SURVIVE TO THE NEXT CYCLE,         00035600
      *    WITH THE QUANTITY STILL OUTSTANDING - A PARTIAL RECEIPT      00035700
      *    DOES NOT LOOK LIKE A WHOLE OPEN ORDER TO THE TRIGGER.        00035800
