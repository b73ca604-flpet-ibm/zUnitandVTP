       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.    DFSSAM23.                                         00000200
      *                                                                 00000300
      *          CYCLE-COUNT ENTRY AND STOCK ADJUSTMENT POSTING.  BMP   00000400
      *          - RUNS WITH THE INVENTORY DATA BASE PCB AND THE        00000500
      *          MOVEMENT GSAM PCB.  A 'C' RECORD RECORDS A PHYSICAL    00000600
      *          COUNT FOR A PART/LOCATION: THE CYCCOUNT SEGMENT        00000700
      *          UNDER ITS STOKSTAT IS REPLACED WITH THE COUNTED        00000800
      *          QUANTITY AND THE ON-HAND AS IT STOOD WHEN THE COUNT    00000900
      *          WAS ENTERED (INSERTED IF THE LOCATION HAS NEVER HAD    00001000
      *          ONE), AND THE COUNT DATE GOES INTO THE STOKSTAT LAST   00001100
      *          CYCLE-COUNT DATE.  DFSSAM08 THEN REPORTS THE           00001200
      *          VARIANCE AS IT ALWAYS HAS.  AN 'A' RECORD APPROVES     00001300
      *          THE VARIANCE OF THE LAST COUNT, NAMING THE APPROVER    00001400
      *          AND A REASON: THE VARIANCE IS ADDED TO TOT-STOCK AND   00001500
      *          A 'CA' ADJUSTMENT MOVEMENT IS ISRT'D CARRYING THE      00001600
      *          SIGNED QUANTITY, THE REASON, THE APPROVER AND THE      00001700
      *          UNIT-PRICE, FOR DFSSAM24'S MONTHLY ADJUSTMENT REPORT.  00001800
      *          THE CYCCOUNT ON-HAND IS THEN SET TO THE COUNTED        00001900
      *          QUANTITY, SO A POSTED COUNT SHOWS NO VARIANCE AND      00002000
      *          CANNOT BE POSTED TWICE.  MOVEMENTS BETWEEN THE COUNT   00002100
      *          AND THE APPROVAL ARE LEFT ALONE - ONLY THE DIFFERENCE  00002200
      *          FOUND AT THE COUNT IS POSTED.  A SYMBOLIC CHECKPOINT   00002300
      *          (CHKP) IS TAKEN EVERY SYSIN NUMBER OF RECORDS          00002400
      *          (COLUMNS 1-6, DEFAULT 000500) CARRYING THE CNTTRN      00002500
      *          POSITION AND THE COUNTERS.  RESTARTED WITH CKPTID=     00002600
      *          THE XRST CALL BRINGS THEM BACK AND THE RUN READS       00002700
      *          PAST THE RECORDS ALREADY APPLIED.  THE START, EACH     00002800
      *          CHECKPOINT, A RESTART AND THE END ARE RECORDED ON      00002900
      *          THE RUNLOG THROUGH LGRUNLOG.                           00003000
      *                                                                 00003100
       ENVIRONMENT DIVISION.                                            00003200
       CONFIGURATION SECTION.                                           00003300
       SOURCE-COMPUTER.  IBM-370.                                       00003400
       OBJECT-COMPUTER.  IBM-370.                                       00003500
       INPUT-OUTPUT SECTION.                                            00003600
       FILE-CONTROL.                                                    00003700
           SELECT CNTTRN ASSIGN TO CNTTRN                               00003800
               FILE STATUS IS CNTTRN-STATUS                             00003900
               ORGANIZATION IS SEQUENTIAL.                              00004000
                                                                        00004100
       DATA DIVISION.                                                   00004200
       FILE SECTION.                                                    00004300
      *    'C' NEEDS THE COUNTED QUANTITY (THE DATE DEFAULTS TO         00004400
      *    TODAY); 'A' NEEDS THE REASON AND THE APPROVER.               00004500
       FD  CNTTRN RECORDING MODE F.                                     00004600
       01  CNT-RECORD.                                                  00004700
           02  CT-ACTION           PICTURE X(1).                        00004800
           02  CT-PART-NO          PICTURE X(15).                       00004900
           02  CT-INV-KEY          PICTURE X(8).                        00005000
           02  CT-COUNTED          PICTURE S9(7)V9.                     00005100
           02  CT-COUNT-DATE       PICTURE 9(7).                        00005200
           02  CT-REASON           PICTURE X(2).                        00005300
           02  CT-APPROVER         PICTURE X(8).                        00005400
           02  FILLER              PICTURE X(31).                       00005500
                                                                        00005600
       WORKING-STORAGE SECTION.                                         00005700
       77  CNTTRN-STATUS           PICTURE 99.                          00005800
       77  WS-CNT-EOF-SW           PICTURE X VALUE 'N'.                 00005900
           88  WS-CNT-EOF                    VALUE 'Y'.                 00006000
                                                                        00006100
       77  GET-HOLD-UNIQUE, PICTURE XXXX, VALUE 'GHU '.                 00006200
       77  GET-HOLD-NEXT-P, PICTURE XXXX, VALUE 'GHNP'.                 00006300
       77  REPLACE1, PICTURE XXXX, VALUE 'REPL'.                        00006400
       77  IN-SERT,  PICTURE XXXX, VALUE 'ISRT'.                        00006500
                                                                        00006600
       01  WS-TODAY-DATE           PICTURE 9(7).                        00006700
       77  WS-T                    PICTURE S9(4) COMP VALUE 0.          00006800
       77  WS-HIT                  PICTURE S9(4) COMP VALUE 0.          00006900
       77  WS-VARIANCE             PICTURE S9(7)V9 VALUE ZERO.          00007000
       77  WS-VALUE                PICTURE S9(9)V99 VALUE ZERO.         00007100
       77  WS-NET-VALUE            PICTURE S9(9)V99 VALUE ZERO.         00007200
       77  WS-DISP-QTY             PICTURE Z(6)9.9-.                    00007300
       77  WS-DISP-VALUE           PICTURE Z(8)9.99-.                   00007400
                                                                        00007500
       77  WS-CNT-RECORDS          PICTURE 9(5) VALUE 0.                00007600
       77  WS-CNT-COUNTS           PICTURE 9(5) VALUE 0.                00007700
       77  WS-CNT-POSTED           PICTURE 9(5) VALUE 0.                00007800
       77  WS-CNT-REJECTED         PICTURE 9(5) VALUE 0.                00007900
                                                                        00008000
      *    ADJUSTMENT REASONS - THE SAME CODES DFSSAM24 SPELLS OUT.     00008100
       01  WS-REASON-CONST.                                             00008200
           02  FILLER PICTURE X(32)                                     00008300
               VALUE 'DMDAMAGED OR SCRAPPED           '.                00008400
           02  FILLER PICTURE X(32)                                     00008500
               VALUE 'LSLOST OR STOLEN                '.                00008600
           02  FILLER PICTURE X(32)                                     00008700
               VALUE 'FDFOUND STOCK                   '.                00008800
           02  FILLER PICTURE X(32)                                     00008900
               VALUE 'BKBOOKING ERROR                 '.                00009000
           02  FILLER PICTURE X(32)                                     00009100
               VALUE 'UCUNEXPLAINED COUNT DIFFERENCE  '.                00009200
       01  WS-REASON-TABLE REDEFINES WS-REASON-CONST.                   00009300
           02  WS-REASON-ENTRY OCCURS 5 TIMES.                          00009400
               03  WS-RT-CODE      PICTURE X(2).                        00009500
               03  WS-RT-TEXT      PICTURE X(30).                       00009600
                                                                        00009700
      *    CHECKPOINT/RESTART.  WS-CHKP-SAVE IS THE AREA CHKP WRITES    00009800
      *    AND XRST PUTS BACK - CNTTRN POSITION (RECORDS READ),         00009900
      *    COUNTERS, CHECKPOINT SEQUENCE AND RUNLOG CYCLE DATE.         00010000
       77  CHECKPOINT, PICTURE XXXX, VALUE 'CHKP'.                      00010100
       77  RESTART, PICTURE XXXX, VALUE 'XRST'.                         00010200
       77  ROLL-BACK, PICTURE XXXX, VALUE 'ROLB'.                       00010300
       77  WS-CHKP-CARD            PICTURE 9(6) VALUE 000500.           00010400
       77  WS-CHKP-INTERVAL        PICTURE S9(7) COMP VALUE 500.        00010500
       77  WS-CHKP-COUNT           PICTURE S9(7) COMP VALUE 0.          00010600
       77  WS-SKIP                 PICTURE S9(7) COMP VALUE 0.          00010700
       77  WS-RESTART-SW           PICTURE X VALUE 'N'.                 00010800
           88  WS-RESTARTED                  VALUE 'Y'.                 00010900
       77  WS-XRST-LEN             PICTURE S9(9) COMP VALUE 12.         00011000
       77  WS-CHKP-ID-LEN          PICTURE S9(9) COMP VALUE 8.          00011100
       77  WS-CHKP-SAVE-LEN        PICTURE S9(9) COMP VALUE 0.          00011200
       01  WS-XRST-AREA.                                                00011300
           02  WS-XRST-CHKP-ID     PICTURE X(8) VALUE SPACES.           00011400
           02  FILLER              PICTURE X(4) VALUE SPACES.           00011500
       01  WS-CHKP-ID.                                                  00011600
           02  FILLER              PICTURE X(3) VALUE 'CNT'.            00011700
           02  WS-CHKP-SEQ         PICTURE 9(5) VALUE 0.                00011800
       01  WS-CHKP-SAVE.                                                00011900
           02  WS-SAVE-CYCLE-DATE  PICTURE X(10).                       00012000
           02  WS-SAVE-CHKP-SEQ    PICTURE 9(5).                        00012100
           02  WS-SAVE-RECORDS     PICTURE 9(5).                        00012200
           02  WS-SAVE-COUNTS      PICTURE 9(5).                        00012300
           02  WS-SAVE-POSTED      PICTURE 9(5).                        00012400
           02  WS-SAVE-REJECTED    PICTURE 9(5).                        00012500
           02  WS-SAVE-NET-VALUE   PICTURE S9(9)V99.                    00012600
                                                                        00012700
      *    RUN-CONTROL ROW THROUGH LGRUNLOG, AS THE DB2 JOBS KEEP.      00012800
       01  WS-RUNLOG.                                                   00012900
           COPY RUNCPY1.                                                00013000
                                                                        00013100
      *    SAME SSA SHAPES DFSSAM13 USES ON THE INVENTORY BASE.         00013200
       01  SSA1.                                                        00013300
           02  SSA1-NAME, PICTURE X(8), VALUE 'PARTROOT'.               00013400
           02  SSA1-BEGIN, PICTURE X, VALUE '('.                        00013500
           02  SSA1-KEY, PICTURE X(8), VALUE 'PARTKEY '.                00013600
           02  SSA1-OPERATOR, PICTURE XX, VALUE ' ='.                   00013700
           02  SSA1-VALUE.                                              00013800
               03  PREFIX-1, PICTURE 99, VALUE 02.                      00013900
               03  VALUE-1, PICTURE X(15).                              00014000
           02  SSA1-END, PICTURE X, VALUE ')'.                          00014100
                                                                        00014200
       01  SSA2.                                                        00014300
           02  SSA2-NAME, PICTURE X(8), VALUE 'STOKSTAT'.               00014400
           02  SSA2-BEGIN, PICTURE X, VALUE '('.                        00014500
           02  SSA2-KEY, PICTURE X(8), VALUE 'STOCKEY '.                00014600
           02  SSA2-OPERATOR, PICTURE XX, VALUE ' ='.                   00014700
           02  SSA2-VALUE.                                              00014800
               03  PREFIX-2, PICTURE 99, VALUE 00.                      00014900
               03  VALUE-2, PICTURE X(8).                               00015000
               03  FILLER, PICTURE X(6)  VALUE SPACES.                  00015100
           02  SSA2-END, PICTURE X, VALUE ')'.                          00015200
                                                                        00015300
      *    UNQUALIFIED - THE FIRST CYCCOUNT UNDER THE STOKSTAT.         00015400
       01  SSA3.                                                        00015500
           02  SSA3-NAME, PICTURE X(8), VALUE 'CYCCOUNT'.               00015600
           02  FILLER, PICTURE X, VALUE SPACE.                          00015700
                                                                        00015800
      *    STOKSTAT AT THE SAME OFFSETS DFSSAM13'S STOK-SRA USES.       00015900
       01  STOK-SRA.                                                    00016000
           02  FILLER, PICTURE 99.                                      00016100
           02  PLAC, PICTURE X.                                         00016200
           02  INV-DEPT, PICTURE XX.                                    00016300
           02  PROJ-CONTRACT, PICTURE XXX.                              00016400
           02  DIV, PICTURE XX.                                         00016500
           02  VENDOR-CODE, PICTURE X(6).                               00016600
           02  FILLER, PICTURE X(4), VALUE SPACES.                      00016700
           02  UNIT-PRICE, PICTURE 9(6)V999.                            00016800
           02  FILLER, PICTURE X(5), VALUE SPACES.                      00016900
           02  UNIT-OF-MEAS, PICTURE X(4).                              00017000
           02  FILLER, PICTURE X(12), VALUE SPACES.                     00017100
           02  ATTRITION.                                               00017200
               03  COAP, PICTURE 9V99.                                  00017300
               03  PLAN, PICTURE 9V99.                                  00017400
               03  COAD, PICTURE X.                                     00017500
      *    LAST CYCLE-COUNT AND LAST TRANSACTION DATES, FULL            00017600
      *    YYYYDDD JULIAN - THE SIX BYTES AFTER THEM HELD THE OLD       00017700
      *    DAY-OF-YEAR FORM AND ARE BLANK SINCE THE CONVERSION.         00017800
           02  LAST-CYC-DATE, PICTURE 9(7).                             00017900
           02  LAST-TRANS-DATE, PICTURE 9(7).                           00018000
           02  FILLER, PICTURE X(6), VALUE SPACES.                      00018100
           02  REORDER-POINT, PICTURE S9(7)V9.                          00018200
      *    ABC CLASS DFSSAM19 SETS FROM DISBURSEMENT VALUE - SPACE      00018300
      *    UNTIL THE PART/LOCATION HAS BEEN CLASSIFIED.                 00018400
           02  ABC-CLASS, PICTURE X.                                    00018500
           02  FILLER, PICTURE X(3).                                    00018600
           02  CUR-REM-REQ, PICTURE S9(7)V9.                            00018700
           02  UNP-REM-REQ, PICTURE S9(7)V9.                            00018800
           02  ON-ORDER, PICTURE S9(7)V9.                               00018900
           02  TOT-STOCK, PICTURE S9(7)V9.                              00019000
           02  PLANNED-DISB, PICTURE S9(7)V9.                           00019100
           02  UNP-DISB, PICTURE S9(7)V9.                               00019200
           02  SPARES, PICTURE S9(7)V9.                                 00019300
           02  DIVERSION, PICTURE S9(7)V9.                              00019400
           02  ALLOCATED, PICTURE S9(6)V9.                              00019500
                                                                        00019600
      *    THE 25-BYTE CYCCOUNT SEGMENT DFSSAM01 LOADS - COUNTED AND    00019700
      *    ON-HAND QUANTITIES AT THE OFFSETS DFSSAM03 AND DFSSAM08      00019800
      *    READ THEM FROM.                                              00019900
       01  CYC-SRA.                                                     00020000
           02  CC-KEY, PICTURE XX.                                      00020100
           02  CC-PHYSICAL-COUNT, PICTURE S9(7)V9.                      00020200
           02  FILLER, PICTURE X(4).                                    00020300
           02  CC-TOTAL-STOCK, PICTURE S9(7)V9.                         00020400
           02  FILLER, PICTURE X(3).                                    00020500
                                                                        00020600
      *    SAME 80-BYTE MOVEMENT LAYOUT DFSSAM04/DFSSAM06 WRITE -       00020700
      *    'CA' IS A COUNT ADJUSTMENT, SIGNED, WITH THE APPROVER IN     00020800
      *    THE TERMINAL FIELD AND THE REASON AND UNIT-PRICE IN THE      00020900
      *    SPARE BYTES.                                                 00021000
       01  MOVE-RECORD.                                                 00021100
           02  MV-PART-NO          PICTURE X(15).                       00021200
           02  MV-INV-KEY          PICTURE X(8).                        00021300
           02  MV-TRANS-TYPE       PICTURE X(2).                        00021400
           02  MV-QUANTITY         PICTURE S9(7)V9.                     00021500
           02  MV-DATE             PICTURE 9(7).                        00021600
           02  MV-TERMINAL         PICTURE X(8).                        00021700
           02  MV-ADJ-REASON       PICTURE X(2).                        00021800
           02  MV-ADJ-PRICE        PICTURE 9(6)V999.                    00021900
           02  FILLER              PICTURE X(21) VALUE SPACES.          00022000
                                                                        00022100
       LINKAGE SECTION.                                                 00022200
       01  IO-PCB.                                                      00022300
           02  IO-LTERM-NAME PICTURE X(8).                              00022400
           02  IO-RESERVED  PICTURE XX.                                 00022500
           02  IO-STATUS    PICTURE XX.                                 00022600
           02  IO-PREFIX    PICTURE X(12).                              00022700
       01  DB-PCB.                                                      00022800
           02  DBASE-NAME   PICTURE X(8).                               00022900
           02  SEGMENT-INDR PICTURE XX.                                 00023000
           02  STATUS-CODE  PICTURE XX.                                 00023100
           02  PROC-OPTIONS PICTURE XXXX.                               00023200
           02  DLI-RESERVED PICTURE XXXX.                               00023300
           02  SEG-FEEDBACK PICTURE X(8).                               00023400
           02  KEY-FEEDBACK-LENGTH PICTURE XXXX.                        00023500
           02  NO-OF-SENSEG-TYPES  PICTURE XXXX.                        00023600
           02  KEY-FEEDBACK PICTURE X(31).                              00023700
       01  MOVE-PCB.                                                    00023800
           02  MV-DBD-NAME      PICTURE X(8).                           00023900
           02  MV-SEG-LEVEL     PICTURE XX.                             00024000
           02  MV-STATUS-CODE   PICTURE XX.                             00024100
           02  MV-PROC-OPTIONS  PICTURE XXXX.                           00024200
           02  MV-RESERVE-DLI   PICTURE S9(5) COMPUTATIONAL.            00024300
           02  MV-SEG-NAME-FB   PICTURE X(8).                           00024400
           02  MV-LENGTH-FB-KEY PICTURE S9(5) COMPUTATIONAL.            00024500
           02  MV-NUMB-SENS-SEG PICTURE S9(5) COMPUTATIONAL.            00024600
           02  MV-KEY-FB-AREA   PICTURE X(17).                          00024700
                                                                        00024800
       PROCEDURE DIVISION.                                              00024900
       MAIN-RTN.                                                        00025000
           ENTRY 'DLITCBL' USING IO-PCB, DB-PCB, MOVE-PCB.              00025100
           ACCEPT WS-TODAY-DATE FROM DAY YYYYDDD.                       00025200
           ACCEPT WS-CHKP-CARD FROM SYSIN.                              00025300
           IF WS-CHKP-CARD NUMERIC AND WS-CHKP-CARD > 0                 00025400
               MOVE WS-CHKP-CARD TO WS-CHKP-INTERVAL.                   00025500
           PERFORM RESTART-OR-START THRU RESTART-OR-START-EXIT.         00025600
                                                                        00025700
           OPEN INPUT CNTTRN.                                           00025800
           IF CNTTRN-STATUS NOT = 0                                     00025900
               DISPLAY 'DFSSAM23 FILE STATUS AT OPEN CNTTRN '           00026000
                   CNTTRN-STATUS                                        00026100
               MOVE 16 TO RETURN-CODE                                   00026200
               GOBACK.                                                  00026300
                                                                        00026400
           IF WS-RESTARTED                                              00026500
               PERFORM SKIP-ONE-RECORD THRU SKIP-ONE-EXIT               00026600
                   VARYING WS-SKIP FROM 1 BY 1                          00026700
                   UNTIL WS-SKIP > WS-CNT-RECORDS.                      00026800
                                                                        00026900
           READ CNTTRN AT END MOVE 'Y' TO WS-CNT-EOF-SW.                00027000
           PERFORM APPLY-ONE-RECORD THRU APPLY-ONE-EXIT                 00027100
               UNTIL WS-CNT-EOF.                                        00027200
                                                                        00027300
           DISPLAY '-----------------------------------------------'.   00027400
           DISPLAY 'DFSSAM23 CYCLE COUNT AND ADJUSTMENT SUMMARY'.       00027500
           DISPLAY 'RECORDS READ...............: ' WS-CNT-RECORDS.      00027600
           DISPLAY 'COUNTS RECORDED............: ' WS-CNT-COUNTS.       00027700
           DISPLAY 'ADJUSTMENTS POSTED.........: ' WS-CNT-POSTED.       00027800
           DISPLAY 'RECORDS REJECTED...........: ' WS-CNT-REJECTED.     00027900
           MOVE WS-NET-VALUE TO WS-DISP-VALUE.                          00028000
           DISPLAY 'NET VALUE ADJUSTED.........: ' WS-DISP-VALUE.       00028100
           DISPLAY '-----------------------------------------------'.   00028200
                                                                        00028300
           CLOSE CNTTRN.                                                00028400
           PERFORM MARK-RUN-ENDED THRU MARK-RUN-ENDED-EXIT.             00028500
           GOBACK.                                                      00028600
                                                                        00028700
      *    XRST IS THE FIRST DL/I CALL.  A BLANK CHECKPOINT ID BACK     00028800
      *    IS A NORMAL START; OTHERWISE IMS HAS PUT WS-CHKP-SAVE BACK   00028900
      *    AS IT WAS AT THAT CHECKPOINT.  A RESTART SKIPS THE RUNLOG    00029000
      *    DOUBLE-START AND PREDECESSOR CHECKS - ITS ROW IS THE ONE     00029100
      *    THE FAILED RUN LEFT RUNNING.                                 00029200
       RESTART-OR-START.                                                00029300
           MOVE LENGTH OF WS-CHKP-SAVE TO WS-CHKP-SAVE-LEN.             00029400
           MOVE 'DFSSAM23' TO RUN-JOBNAME.                              00029500
           CALL 'CBLTDLI' USING RESTART, IO-PCB, WS-XRST-LEN,           00029600
               WS-XRST-AREA, WS-CHKP-SAVE-LEN, WS-CHKP-SAVE.            00029700
           IF IO-STATUS NOT = '  '                                      00029800
               DISPLAY 'DFSSAM23 UNRESOLVED STATUS CODE '               00029900
                   IO-STATUS ' ON XRST' UPON CONSOLE                    00030000
               MOVE 16 TO RETURN-CODE                                   00030100
               GOBACK.                                                  00030200
           IF WS-XRST-CHKP-ID = SPACES                                  00030300
               GO TO NORMAL-START.                                      00030400
           MOVE 'Y' TO WS-RESTART-SW.                                   00030500
           MOVE WS-SAVE-CHKP-SEQ TO WS-CHKP-SEQ.                        00030600
           MOVE WS-SAVE-RECORDS TO WS-CNT-RECORDS.                      00030700
           MOVE WS-SAVE-COUNTS TO WS-CNT-COUNTS.                        00030800
           MOVE WS-SAVE-POSTED TO WS-CNT-POSTED.                        00030900
           MOVE WS-SAVE-REJECTED TO WS-CNT-REJECTED.                    00031000
           MOVE WS-SAVE-NET-VALUE TO WS-NET-VALUE.                      00031100
           MOVE WS-SAVE-CYCLE-DATE TO RUN-CYCLE-DATE.                   00031200
           MOVE WS-XRST-CHKP-ID TO RUN-CHKP-ID.                         00031300
           MOVE 'X' TO RUN-FUNCTION.                                    00031400
           CALL 'LGRUNLOG' USING WS-RUNLOG.                             00031500
           DISPLAY 'DFSSAM23 RESTARTED FROM CHECKPOINT '                00031600
               WS-XRST-CHKP-ID ' AFTER ' WS-CNT-RECORDS                 00031700
               ' RECORDS'.                                              00031800
           GO TO RESTART-OR-START-EXIT.                                 00031900
       NORMAL-START.                                                    00032000
           MOVE 'S' TO RUN-FUNCTION.                                    00032100
           MOVE 'N' TO RUN-MAINT-WINDOW.                                00032200
           CALL 'LGRUNLOG' USING WS-RUNLOG.                             00032300
           IF RUN-RC = 4                                                00032400
               DISPLAY 'DFSSAM23 ALREADY MARKED RUNNING THIS CYCLE'     00032500
               MOVE 8 TO RETURN-CODE                                    00032600
               GOBACK.                                                  00032700
           IF RUN-RC = 6                                                00032800
               DISPLAY 'DFSSAM23 HELD - PREDECESSOR '                   00032900
                   RUN-FAILED-PRED ' NOT ENDED CLEANLY'                 00033000
               MOVE 12 TO RETURN-CODE                                   00033100
               GOBACK.                                                  00033200
       RESTART-OR-START-EXIT.                                           00033300
           EXIT.                                                        00033400
                                                                        00033500
       MARK-RUN-ENDED.                                                  00033600
           MOVE 'E' TO RUN-FUNCTION.                                    00033700
           PERFORM SET-RUN-COUNTERS THRU SET-RUN-COUNTERS-EXIT.         00033800
           MOVE RETURN-CODE TO RUN-RETURN-CODE.                         00033900
           CALL 'LGRUNLOG' USING WS-RUNLOG.                             00034000
       MARK-RUN-ENDED-EXIT.                                             00034100
           EXIT.                                                        00034200
                                                                        00034300
       SET-RUN-COUNTERS.                                                00034400
           MOVE WS-CNT-RECORDS TO RUN-RECORDS-READ.                     00034500
           COMPUTE RUN-RECORDS-WRITTEN =                                00034600
               WS-CNT-COUNTS + WS-CNT-POSTED.                           00034700
           MOVE WS-CNT-REJECTED TO RUN-RECORDS-REJECTED.                00034800
       SET-RUN-COUNTERS-EXIT.                                           00034900
           EXIT.                                                        00035000
                                                                        00035100
      *    RESTART ONLY - THE RECORDS BEFORE THE CHECKPOINT ARE         00035200
      *    ALREADY ON THE DATA BASE AND THE MOVEMENT FILE.              00035300
       SKIP-ONE-RECORD.                                                 00035400
           READ CNTTRN AT END                                           00035500
               DISPLAY 'DFSSAM23 CNTTRN SHORTER THAN CHECKPOINT '       00035600
                   WS-XRST-CHKP-ID ' - NOT THE FILE TO RESTART WITH'    00035700
                   UPON CONSOLE                                         00035800
               MOVE 16 TO RETURN-CODE                                   00035900
               GOBACK.                                                  00036000
       SKIP-ONE-EXIT.                                                   00036100
           EXIT.                                                        00036200
                                                                        00036300
       APPLY-ONE-RECORD.                                                00036400
           ADD 1 TO WS-CNT-RECORDS.                                     00036500
           IF CT-ACTION = 'C'                                           00036600
               PERFORM COUNT-RTN THRU COUNT-EXIT                        00036700
           ELSE                                                         00036800
             IF CT-ACTION = 'A'                                         00036900
               PERFORM APPROVE-RTN THRU APPROVE-EXIT                    00037000
             ELSE                                                       00037100
               ADD 1 TO WS-CNT-REJECTED                                 00037200
               DISPLAY 'DFSSAM23 ACTION ' CT-ACTION                     00037300
                   ' INVALID-RESUBMIT'.                                 00037400
           ADD 1 TO WS-CHKP-COUNT.                                      00037500
           IF WS-CHKP-COUNT NOT < WS-CHKP-INTERVAL                      00037600
               PERFORM TAKE-CHECKPOINT THRU TAKE-CHECKPOINT-EXIT.       00037700
           READ CNTTRN AT END MOVE 'Y' TO WS-CNT-EOF-SW.                00037800
       APPLY-ONE-EXIT.                                                  00037900
           EXIT.                                                        00038000
                                                                        00038100
      *    COUNT ENTRY.  THE STOKSTAT IS REPLACED FIRST WITH THE        00038200
      *    COUNT DATE, THEN ITS CYCCOUNT - REPLACED IF THERE IS ONE,    00038300
      *    INSERTED UNDER IT IF THERE IS NOT.                           00038400
       COUNT-RTN.                                                       00038500
           IF CT-COUNTED NOT NUMERIC OR CT-COUNTED < ZERO               00038600
               DISPLAY 'DFSSAM23 COUNT FOR ' CT-PART-NO ' '             00038700
                   CT-INV-KEY ' - COUNTED QUANTITY INVALID'             00038800
               ADD 1 TO WS-CNT-REJECTED                                 00038900
               GO TO COUNT-EXIT.                                        00039000
           IF CT-COUNT-DATE NOT NUMERIC OR CT-COUNT-DATE = ZERO         00039100
               MOVE WS-TODAY-DATE TO CT-COUNT-DATE.                     00039200
           IF CT-COUNT-DATE > WS-TODAY-DATE                             00039300
               DISPLAY 'DFSSAM23 COUNT FOR ' CT-PART-NO ' '             00039400
                   CT-INV-KEY ' - COUNT DATE IN THE FUTURE'             00039500
               ADD 1 TO WS-CNT-REJECTED                                 00039600
               GO TO COUNT-EXIT.                                        00039700
           PERFORM GET-STOCK-RECORD THRU GET-STOCK-EXIT.                00039800
           IF WS-HIT = 0                                                00039900
               ADD 1 TO WS-CNT-REJECTED                                 00040000
               GO TO COUNT-EXIT.                                        00040100
           MOVE CT-COUNT-DATE TO LAST-CYC-DATE.                         00040200
           CALL 'CBLTDLI' USING REPLACE1, DB-PCB, STOK-SRA.             00040300
           IF STATUS-CODE NOT = '  '                                    00040400
               DISPLAY 'DFSSAM23 UNRESOLVED STATUS CODE '               00040500
                   STATUS-CODE ' ON REPL' UPON CONSOLE                  00040600
               PERFORM BACK-OUT-RUN.                                    00040700
           CALL 'CBLTDLI' USING GET-HOLD-NEXT-P, DB-PCB, CYC-SRA,       00040800
               SSA3.                                                    00040900
           IF STATUS-CODE = 'GE'                                        00041000
               GO TO COUNT-INSERT.                                      00041100
           IF STATUS-CODE NOT = '  '                                    00041200
               DISPLAY 'DFSSAM23 UNRESOLVED STATUS CODE '               00041300
                   STATUS-CODE ' ON GHNP' UPON CONSOLE                  00041400
               PERFORM BACK-OUT-RUN.                                    00041500
           MOVE CT-COUNTED TO CC-PHYSICAL-COUNT.                        00041600
           MOVE TOT-STOCK TO CC-TOTAL-STOCK.                            00041700
           CALL 'CBLTDLI' USING REPLACE1, DB-PCB, CYC-SRA.              00041800
           IF STATUS-CODE NOT = '  '                                    00041900
               DISPLAY 'DFSSAM23 UNRESOLVED STATUS CODE '               00042000
                   STATUS-CODE ' ON REPL' UPON CONSOLE                  00042100
               PERFORM BACK-OUT-RUN.                                    00042200
           GO TO COUNT-RECORDED.                                        00042300
       COUNT-INSERT.                                                    00042400
           MOVE SPACES TO CYC-SRA.                                      00042500
           MOVE '01' TO CC-KEY.                                         00042600
           MOVE CT-COUNTED TO CC-PHYSICAL-COUNT.                        00042700
           MOVE TOT-STOCK TO CC-TOTAL-STOCK.                            00042800
           CALL 'CBLTDLI' USING IN-SERT, DB-PCB, CYC-SRA,               00042900
               SSA1, SSA2, SSA3.                                        00043000
           IF STATUS-CODE NOT = '  '                                    00043100
               DISPLAY 'DFSSAM23 UNRESOLVED STATUS CODE '               00043200
                   STATUS-CODE ' ON ISRT' UPON CONSOLE                  00043300
               PERFORM BACK-OUT-RUN.                                    00043400
       COUNT-RECORDED.                                                  00043500
           ADD 1 TO WS-CNT-COUNTS.                                      00043600
       COUNT-EXIT.                                                      00043700
           EXIT.                                                        00043800
                                                                        00043900
      *    APPROVAL.  THE CYCCOUNT IS READ AND SETTLED FIRST, THEN      00044000
      *    THE STOKSTAT IS READ AGAIN FOR UPDATE AND THE VARIANCE       00044100
      *    POSTED TO IT.  ON-HAND NEVER GOES BELOW ZERO.                00044200
       APPROVE-RTN.                                                     00044300
           IF CT-APPROVER = SPACES                                      00044400
               DISPLAY 'DFSSAM23 APPROVAL FOR ' CT-PART-NO ' '          00044500
                   CT-INV-KEY ' - NO APPROVER'                          00044600
               ADD 1 TO WS-CNT-REJECTED                                 00044700
               GO TO APPROVE-EXIT.                                      00044800
           MOVE 0 TO WS-HIT.                                            00044900
           PERFORM CHECK-REASON-CODE THRU CHECK-REASON-CODE-EXIT        00045000
               VARYING WS-T FROM 1 BY 1                                 00045100
               UNTIL WS-T > 5 OR WS-HIT > 0.                            00045200
           IF WS-HIT = 0                                                00045300
               DISPLAY 'DFSSAM23 APPROVAL FOR ' CT-PART-NO ' '          00045400
                   CT-INV-KEY ' - REASON ' CT-REASON ' NOT KNOWN'       00045500
               ADD 1 TO WS-CNT-REJECTED                                 00045600
               GO TO APPROVE-EXIT.                                      00045700
           PERFORM GET-STOCK-RECORD THRU GET-STOCK-EXIT.                00045800
           IF WS-HIT = 0                                                00045900
               ADD 1 TO WS-CNT-REJECTED                                 00046000
               GO TO APPROVE-EXIT.                                      00046100
           CALL 'CBLTDLI' USING GET-HOLD-NEXT-P, DB-PCB, CYC-SRA,       00046200
               SSA3.                                                    00046300
           IF STATUS-CODE = 'GE'                                        00046400
               DISPLAY 'DFSSAM23 APPROVAL FOR ' CT-PART-NO ' '          00046500
                   CT-INV-KEY ' - NO COUNT RECORDED'                    00046600
               ADD 1 TO WS-CNT-REJECTED                                 00046700
               GO TO APPROVE-EXIT.                                      00046800
           IF STATUS-CODE NOT = '  '                                    00046900
               DISPLAY 'DFSSAM23 UNRESOLVED STATUS CODE '               00047000
                   STATUS-CODE ' ON GHNP' UPON CONSOLE                  00047100
               PERFORM BACK-OUT-RUN.                                    00047200
           COMPUTE WS-VARIANCE =                                        00047300
               CC-PHYSICAL-COUNT - CC-TOTAL-STOCK.                      00047400
           IF WS-VARIANCE = ZERO                                        00047500
               DISPLAY 'DFSSAM23 APPROVAL FOR ' CT-PART-NO ' '          00047600
                   CT-INV-KEY ' - NO VARIANCE TO POST'                  00047700
               ADD 1 TO WS-CNT-REJECTED                                 00047800
               GO TO APPROVE-EXIT.                                      00047900
           MOVE CC-PHYSICAL-COUNT TO CC-TOTAL-STOCK.                    00048000
           CALL 'CBLTDLI' USING REPLACE1, DB-PCB, CYC-SRA.              00048100
           IF STATUS-CODE NOT = '  '                                    00048200
               DISPLAY 'DFSSAM23 UNRESOLVED STATUS CODE '               00048300
                   STATUS-CODE ' ON REPL' UPON CONSOLE                  00048400
               PERFORM BACK-OUT-RUN.                                    00048500
           PERFORM GET-STOCK-RECORD THRU GET-STOCK-EXIT.                00048600
           IF WS-HIT = 0                                                00048700
               PERFORM BACK-OUT-RUN.                                    00048800
           ADD WS-VARIANCE TO TOT-STOCK.                                00048900
           IF TOT-STOCK < ZERO MOVE ZEROS TO TOT-STOCK.                 00049000
           MOVE WS-TODAY-DATE TO LAST-TRANS-DATE.                       00049100
           CALL 'CBLTDLI' USING REPLACE1, DB-PCB, STOK-SRA.             00049200
           IF STATUS-CODE NOT = '  '                                    00049300
               DISPLAY 'DFSSAM23 UNRESOLVED STATUS CODE '               00049400
                   STATUS-CODE ' ON REPL' UPON CONSOLE                  00049500
               PERFORM BACK-OUT-RUN.                                    00049600
           PERFORM WRITE-MOVEMENT-RECORD THRU MOVEMENT-EXIT.            00049700
           COMPUTE WS-VALUE ROUNDED = WS-VARIANCE * UNIT-PRICE.         00049800
           ADD WS-VALUE TO WS-NET-VALUE.                                00049900
           MOVE WS-VARIANCE TO WS-DISP-QTY.                             00050000
           MOVE WS-VALUE TO WS-DISP-VALUE.                              00050100
           DISPLAY 'DFSSAM23 ADJUSTED ' CT-PART-NO ' ' CT-INV-KEY       00050200
               ' BY ' WS-DISP-QTY ' VALUE ' WS-DISP-VALUE.              00050300
           ADD 1 TO WS-CNT-POSTED.                                      00050400
       APPROVE-EXIT.                                                    00050500
           EXIT.                                                        00050600
                                                                        00050700
       CHECK-REASON-CODE.                                               00050800
           IF WS-RT-CODE (WS-T) = CT-REASON                             00050900
               MOVE WS-T TO WS-HIT.                                     00051000
       CHECK-REASON-CODE-EXIT.                                          00051100
           EXIT.                                                        00051200
                                                                        00051300
      *    GHU ON THE PART/LOCATION.  WS-HIT COMES BACK ZERO WHEN       00051400
      *    THERE IS NO SUCH STOKSTAT.                                   00051500
       GET-STOCK-RECORD.                                                00051600
           MOVE 1 TO WS-HIT.                                            00051700
           MOVE CT-PART-NO TO VALUE-1.                                  00051800
           MOVE CT-INV-KEY TO VALUE-2.                                  00051900
           CALL 'CBLTDLI' USING GET-HOLD-UNIQUE, DB-PCB, STOK-SRA,      00052000
               SSA1, SSA2.                                              00052100
           IF STATUS-CODE = 'GE'                                        00052200
               DISPLAY 'DFSSAM23 STOCK RECORD NOT FOUND FOR '           00052300
                   CT-PART-NO ' ' CT-INV-KEY                            00052400
               MOVE 0 TO WS-HIT                                         00052500
               GO TO GET-STOCK-EXIT.                                    00052600
           IF STATUS-CODE NOT = '  '                                    00052700
               DISPLAY 'DFSSAM23 UNRESOLVED STATUS CODE '               00052800
                   STATUS-CODE ' ON GHU' UPON CONSOLE                   00052900
               PERFORM BACK-OUT-RUN.                                    00053000
       GET-STOCK-EXIT.                                                  00053100
           EXIT.                                                        00053200
                                                                        00053300
      *    THE RUNLOG ROW IS UPDATED FIRST SO THE CHKP COMMITS IT       00053400
      *    TOGETHER WITH THE RECORDS IT COUNTS.                         00053500
       TAKE-CHECKPOINT.                                                 00053600
           ADD 1 TO WS-CHKP-SEQ.                                        00053700
           MOVE WS-CHKP-SEQ TO WS-SAVE-CHKP-SEQ.                        00053800
           MOVE WS-CNT-RECORDS TO WS-SAVE-RECORDS.                      00053900
           MOVE WS-CNT-COUNTS TO WS-SAVE-COUNTS.                        00054000
           MOVE WS-CNT-POSTED TO WS-SAVE-POSTED.                        00054100
           MOVE WS-CNT-REJECTED TO WS-SAVE-REJECTED.                    00054200
           MOVE WS-NET-VALUE TO WS-SAVE-NET-VALUE.                      00054300
           MOVE RUN-CYCLE-DATE TO WS-SAVE-CYCLE-DATE.                   00054400
           MOVE 'C' TO RUN-FUNCTION.                                    00054500
           MOVE WS-CHKP-ID TO RUN-CHKP-ID.                              00054600
           PERFORM SET-RUN-COUNTERS THRU SET-RUN-COUNTERS-EXIT.         00054700
           CALL 'LGRUNLOG' USING WS-RUNLOG.                             00054800
           CALL 'CBLTDLI' USING CHECKPOINT, IO-PCB, WS-CHKP-ID-LEN,     00054900
               WS-CHKP-ID, WS-CHKP-SAVE-LEN, WS-CHKP-SAVE.              00055000
           IF IO-STATUS NOT = '  '                                      00055100
               DISPLAY 'DFSSAM23 UNRESOLVED STATUS CODE '               00055200
                   IO-STATUS ' ON CHKP' UPON CONSOLE                    00055300
               PERFORM BACK-OUT-RUN.                                    00055400
           MOVE 0 TO WS-CHKP-COUNT.                                     00055500
       TAKE-CHECKPOINT-EXIT.                                            00055600
           EXIT.                                                        00055700
                                                                        00055800
      *    A RUN GIVING UP ON A DL/I ERROR MUST NOT END NORMALLY AND    00055900
      *    COMMIT WHAT IT DID SINCE THE LAST CHECKPOINT - THE RESTART   00056000
      *    FROM THAT CHECKPOINT WOULD APPLY IT ALL AGAIN.               00056100
       BACK-OUT-RUN.                                                    00056200
           CALL 'CBLTDLI' USING ROLL-BACK, IO-PCB.                      00056300
           MOVE 16 TO RETURN-CODE.                                      00056400
           GOBACK.                                                      00056500
                                                                        00056600
       WRITE-MOVEMENT-RECORD.                                           00056700
           MOVE CT-PART-NO TO MV-PART-NO.                               00056800
           MOVE CT-INV-KEY TO MV-INV-KEY.                               00056900
           MOVE 'CA' TO MV-TRANS-TYPE.                                  00057000
           MOVE WS-VARIANCE TO MV-QUANTITY.                             00057100
           MOVE WS-TODAY-DATE TO MV-DATE.                               00057200
           MOVE CT-APPROVER TO MV-TERMINAL.                             00057300
           MOVE CT-REASON TO MV-ADJ-REASON.                             00057400
           MOVE UNIT-PRICE TO MV-ADJ-PRICE.                             00057500
           CALL 'CBLTDLI' USING IN-SERT, MOVE-PCB, MOVE-RECORD.         00057600
           IF MV-STATUS-CODE NOT = '  '                                 00057700
               DISPLAY 'DFSSAM23 MOVEMENT LOG ISRT FAILED '             00057800
                   MV-STATUS-CODE UPON CONSOLE.                         00057900
       MOVEMENT-EXIT.                                                   00058000
           EXIT.                                                        00058100
                                                                        00058200
       END PROGRAM DFSSAM23.                                            00058300
