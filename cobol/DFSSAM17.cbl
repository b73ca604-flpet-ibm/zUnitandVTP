      *          THROUGH THE SAME GHU/REPL PATH THE OTHER UPDATES       00001900
      *          USE.  SYSIN CARD: HORIZON DAYS (3), REPLENISHMENT      00002000
      *          DAYS (3), MODE (1) - DEFAULT 030 007 R.                00002100
      *          IN UPDATE MODE A SYMBOLIC CHECKPOINT (CHKP) IS         00002107
      *          TAKEN EVERY N REORDER POINTS APPLIED, N FROM THE       00002114
      *          SECOND SYSIN CARD (COLUMNS 1-6, DEFAULT 000500).       00002121
      *          RESTARTED WITH CKPTID= THE XRST CALL BRINGS BACK       00002128
      *          THE COUNTERS; THE HISTORY IS ACCUMULATED AND           00002135
      *          RANKED AGAIN AND A PART WHOSE STOKSTAT ALREADY         00002142
      *          CARRIES THE NEW REORDER POINT IS PASSED OVER, SO       00002149
      *          NOTHING IS APPLIED TWICE.  THE REPORT A RESTARTED      00002156
      *          RUN PRINTS SHOWS THE POINTS ALREADY APPLIED AS         00002163
      *          CURRENT.  THE START, EACH CHECKPOINT, A RESTART        00002170
      *          AND THE END ARE RECORDED ON THE RUNLOG THROUGH         00002177
      *          LGRUNLOG.                                              00002184
      *                                                                 00002200
       ENVIRONMENT DIVISION.                                            00002300
       CONFIGURATION SECTION.                                           00002400
           02  MV-INV-KEY          PICTURE X(8).                        00003900
           02  MV-TRANS-TYPE       PICTURE X(2).                        00004000
           02  MV-QUANTITY         PICTURE S9(7)V9.                     00004100
           02  MV-DATE             PICTURE 9(7).                        00004200
           02  MV-TERMINAL         PICTURE X(8).                        00004300
           02  FILLER              PICTURE X(32).                       00004400
                                                                        00004500
       WORKING-STORAGE SECTION.                                         00004600
       77  MOVEIN-STATUS           PICTURE 99.                          00004700
               03  WS-ACC-PART     PICTURE X(15).                       00007000
               03  WS-ACC-KEY      PICTURE X(8).                        00007100
               03  WS-ACC-DEMAND   PICTURE S9(9)V9.                     00007200
               03  WS-ACC-DAY      PICTURE 9(7).                        00007300
               03  WS-ACC-DAY-TOT  PICTURE S9(7)V9.                     00007400
               03  WS-ACC-PEAK     PICTURE S9(7)V9.                     00007500
               03  WS-ACC-NEW-ROP  PICTURE S9(7)V9.                     00007600
           02  FILLER              PICTURE X(15).                       00009000
           02  FILLER              PICTURE X(8).                        00009100
           02  FILLER              PICTURE S9(9)V9.                     00009200
           02  FILLER              PICTURE 9(7).                        00009300
           02  FILLER              PICTURE S9(7)V9.                     00009400
           02  FILLER              PICTURE S9(7)V9.                     00009500
           02  FILLER              PICTURE S9(7)V9.                     00009600
       77  WS-DISP-SAFE            PICTURE Z(6)9.9-.                    00010300
       77  WS-DISP-DELTA           PICTURE Z(6)9.9-.                    00010400
                                                                        00010500
      *    HORIZON FILTER WORK AREAS - MOVEMENT AND RUN DATES ARE       00010600
      *    FULL YYYYDDD JULIAN, TURNED INTO A RUNNING DAY NUMBER        00010700
      *    (WHOLE YEARS TIMES 365 PLUS A DAY PER FOURTH YEAR, GOOD      00010800
      *    FROM 1901 TO 2099) BEFORE THE AGE TEST.                      00010900
       01  WS-TODAY-DAY.                                                00011000
           02  WS-TODAY-YYYY       PICTURE 9(4).                        00011100
           02  WS-TODAY-DDD        PICTURE 999.                         00011200
       77  WS-TODAY-SERIAL         PICTURE S9(7) COMP VALUE 0.          00011300
       77  WS-MV-SERIAL            PICTURE S9(7) COMP VALUE 0.          00011400
       77  WS-MV-AGE               PICTURE S9(7) COMP VALUE 0.          00011500
       01  WS-MV-DATE-SPLIT.                                            00011600
           02  WS-MV-YYYY          PICTURE 9(4).                        00011700
           02  WS-MV-DDD           PICTURE 999.                         00011800
       77  WS-CNT-OUTSIDE          PICTURE 9(7) VALUE 0.                00011900
                                                                        00012000
       77  WS-CNT-PARTS            PICTURE 9(5) VALUE 0.                00012200
       77  WS-CNT-APPLIED          PICTURE 9(5) VALUE 0.                00012300
                                                                        00012400
      *    CHECKPOINT/RESTART.  WS-CHKP-SAVE IS THE AREA CHKP WRITES    00012403
      *    AND XRST PUTS BACK - COUNT APPLIED, CHECKPOINT SEQUENCE      00012406
      *    AND RUNLOG CYCLE DATE.                                       00012409
       77  CHECKPOINT, PICTURE XXXX, VALUE 'CHKP'.                      00012412
       77  RESTART, PICTURE XXXX, VALUE 'XRST'.                         00012415
       77  ROLL-BACK, PICTURE XXXX, VALUE 'ROLB'.                       00012418
       77  WS-CHKP-CARD            PICTURE 9(6) VALUE 000500.           00012421
       77  WS-CHKP-INTERVAL        PICTURE S9(7) COMP VALUE 500.        00012424
       77  WS-CHKP-COUNT           PICTURE S9(7) COMP VALUE 0.          00012427
       77  WS-RESTART-SW           PICTURE X VALUE 'N'.                 00012430
           88  WS-RESTARTED                  VALUE 'Y'.                 00012433
       77  WS-XRST-LEN             PICTURE S9(9) COMP VALUE 12.         00012436
       77  WS-CHKP-ID-LEN          PICTURE S9(9) COMP VALUE 8.          00012439
       77  WS-CHKP-SAVE-LEN        PICTURE S9(9) COMP VALUE 0.          00012442
       01  WS-XRST-AREA.                                                00012445
           02  WS-XRST-CHKP-ID     PICTURE X(8) VALUE SPACES.           00012448
           02  FILLER              PICTURE X(4) VALUE SPACES.           00012451
       01  WS-CHKP-ID.                                                  00012454
           02  FILLER              PICTURE X(3) VALUE 'ROP'.            00012457
           02  WS-CHKP-SEQ         PICTURE 9(5) VALUE 0.                00012460
       01  WS-CHKP-SAVE.                                                00012463
           02  WS-SAVE-CYCLE-DATE  PICTURE X(10).                       00012466
           02  WS-SAVE-CHKP-SEQ    PICTURE 9(5).                        00012469
           02  WS-SAVE-APPLIED     PICTURE 9(5).                        00012472
                                                                        00012475
      *    RUN-CONTROL ROW THROUGH LGRUNLOG, AS THE DB2 JOBS KEEP.      00012478
       01  WS-RUNLOG.                                                   00012481
           COPY RUNCPY1.                                                00012484
                                                                        00012487
      *    SAME SSA SHAPES DFSSAM13 USES ON THE INVENTORY BASE.         00012500
       01  SSA1.                                                        00012600
           02  SSA1-NAME, PICTURE X(8), VALUE 'PARTROOT'.               00012700
               03  COAP, PICTURE 9V99.                                  00016100
               03  PLAN, PICTURE 9V99.                                  00016200
               03  COAD, PICTURE X.                                     00016300
      *    LAST CYCLE-COUNT AND LAST TRANSACTION DATES, FULL            00016325
      *    YYYYDDD JULIAN - THE SIX BYTES AFTER THEM HELD THE OLD       00016350
      *    DAY-OF-YEAR FORM AND ARE BLANK SINCE THE CONVERSION.         00016375
           02  LAST-CYC-DATE, PICTURE 9(7).                             00016400
           02  LAST-TRANS-DATE, PICTURE 9(7).                           00016500
           02  FILLER, PICTURE X(6), VALUE SPACES.                      00016600
           02  REORDER-POINT, PICTURE S9(7)V9.                          00016700
      *    ABC CLASS DFSSAM19 SETS FROM DISBURSEMENT VALUE - SPACE      00016740
      *    UNTIL THE PART/LOCATION HAS BEEN CLASSIFIED.                 00016780
           02  ABC-CLASS, PICTURE X.                                    00016820
           02  FILLER, PICTURE X(3).                                    00016860
           02  CUR-REM-REQ, PICTURE S9(7)V9.                            00016900
           02  UNP-REM-REQ, PICTURE S9(7)V9.                            00017000
           02  ON-ORDER, PICTURE S9(7)V9.                               00017100
           02  ALLOCATED, PICTURE S9(6)V9.                              00017700
                                                                        00017800
       LINKAGE SECTION.                                                 00017900
       01  IO-PCB.                                                      00017916
           02  IO-LTERM-NAME PICTURE X(8).                              00017932
           02  IO-RESERVED  PICTURE XX.                                 00017948
           02  IO-STATUS    PICTURE XX.                                 00017964
           02  IO-PREFIX    PICTURE X(12).                              00017980
       01  DB-PCB.                                                      00018000
           02  DBASE-NAME   PICTURE X(8).                               00018100
           02  SEGMENT-INDR PICTURE XX.                                 00018200
                                                                        00019000
       PROCEDURE DIVISION.                                              00019100
       MAIN-RTN.                                                        00019200
           ENTRY 'DLITCBL' USING IO-PCB, DB-PCB.                        00019300
           ACCEPT WS-PARM-CARD FROM SYSIN.                              00019400
           IF WS-PARM-HORIZON NUMERIC AND WS-PARM-HORIZON > 0           00019500
               MOVE WS-PARM-HORIZON TO WS-HORIZON-DAYS.                 00019600
               MOVE WS-PARM-REPLEN TO WS-REPLEN-DAYS.                   00019800
           IF WS-PARM-MODE = 'U'                                        00019900
               MOVE 'U' TO WS-MODE.                                     00020000
           ACCEPT WS-CHKP-CARD FROM SYSIN.                              00020025
           IF WS-CHKP-CARD NUMERIC AND WS-CHKP-CARD > 0                 00020050
               MOVE WS-CHKP-CARD TO WS-CHKP-INTERVAL.                   00020075
           ACCEPT WS-TODAY-DAY FROM DAY YYYYDDD.                        00020100
           COMPUTE WS-TODAY-SERIAL = (WS-TODAY-YYYY - 1) * 365          00020200
               + (WS-TODAY-YYYY - 1) / 4 + WS-TODAY-DDD.                00020300
           PERFORM RESTART-OR-START THRU RESTART-OR-START-EXIT.         00020350
                                                                        00020400
           OPEN INPUT MOVEIN.                                           00020500
           IF MOVEIN-STATUS NOT = 0                                     00020600
           DISPLAY 'REORDER POINTS APPLIED.....: ' WS-CNT-APPLIED.      00023400
           DISPLAY 'MODE.......................: ' WS-MODE.             00023500
           DISPLAY '-----------------------------------------------'.   00023600
           PERFORM MARK-RUN-ENDED THRU MARK-RUN-ENDED-EXIT.             00023650
           GOBACK.                                                      00023700
                                                                        00023701
      *    XRST IS THE FIRST DL/I CALL.  A BLANK CHECKPOINT ID BACK     00023702
      *    IS A NORMAL START; OTHERWISE IMS HAS PUT WS-CHKP-SAVE BACK   00023703
      *    AS IT WAS AT THAT CHECKPOINT.  A RESTART SKIPS THE RUNLOG    00023704
      *    DOUBLE-START AND PREDECESSOR CHECKS - ITS ROW IS THE ONE     00023705
      *    THE FAILED RUN LEFT RUNNING.                                 00023706
       RESTART-OR-START.                                                00023707
           MOVE LENGTH OF WS-CHKP-SAVE TO WS-CHKP-SAVE-LEN.             00023708
           MOVE 'DFSSAM17' TO RUN-JOBNAME.                              00023709
           CALL 'CBLTDLI' USING RESTART, IO-PCB, WS-XRST-LEN,           00023710
               WS-XRST-AREA, WS-CHKP-SAVE-LEN, WS-CHKP-SAVE.            00023711
           IF IO-STATUS NOT = '  '                                      00023712
               DISPLAY 'DFSSAM17 UNRESOLVED STATUS CODE '               00023713
                   IO-STATUS ' ON XRST' UPON CONSOLE                    00023714
               MOVE 16 TO RETURN-CODE                                   00023715
               GOBACK.                                                  00023716
           IF WS-XRST-CHKP-ID = SPACES                                  00023717
               GO TO NORMAL-START.                                      00023718
           MOVE 'Y' TO WS-RESTART-SW.                                   00023719
           MOVE WS-SAVE-CHKP-SEQ TO WS-CHKP-SEQ.                        00023720
           MOVE WS-SAVE-APPLIED TO WS-CNT-APPLIED.                      00023721
           MOVE WS-SAVE-CYCLE-DATE TO RUN-CYCLE-DATE.                   00023722
           MOVE WS-XRST-CHKP-ID TO RUN-CHKP-ID.                         00023723
           MOVE 'X' TO RUN-FUNCTION.                                    00023724
           CALL 'LGRUNLOG' USING WS-RUNLOG.                             00023725
           DISPLAY 'DFSSAM17 RESTARTED FROM CHECKPOINT '                00023726
               WS-XRST-CHKP-ID ' AFTER ' WS-CNT-APPLIED                 00023727
               ' REORDER POINTS APPLIED'.                               00023728
           GO TO RESTART-OR-START-EXIT.                                 00023729
       NORMAL-START.                                                    00023730
           MOVE 'S' TO RUN-FUNCTION.                                    00023731
           MOVE 'N' TO RUN-MAINT-WINDOW.                                00023732
           CALL 'LGRUNLOG' USING WS-RUNLOG.                             00023733
           IF RUN-RC = 4                                                00023734
               DISPLAY 'DFSSAM17 ALREADY MARKED RUNNING THIS CYCLE'     00023735
               MOVE 8 TO RETURN-CODE                                    00023736
               GOBACK.                                                  00023737
           IF RUN-RC = 6                                                00023738
               DISPLAY 'DFSSAM17 HELD - PREDECESSOR '                   00023739
                   RUN-FAILED-PRED ' NOT ENDED CLEANLY'                 00023740
               MOVE 12 TO RETURN-CODE                                   00023741
               GOBACK.                                                  00023742
       RESTART-OR-START-EXIT.                                           00023743
           EXIT.                                                        00023744
                                                                        00023745
       MARK-RUN-ENDED.                                                  00023746
           MOVE 'E' TO RUN-FUNCTION.                                    00023747
           PERFORM SET-RUN-COUNTERS THRU SET-RUN-COUNTERS-EXIT.         00023748
           MOVE RETURN-CODE TO RUN-RETURN-CODE.                         00023749
           CALL 'LGRUNLOG' USING WS-RUNLOG.                             00023750
       MARK-RUN-ENDED-EXIT.                                             00023751
           EXIT.                                                        00023752
                                                                        00023753
      *    READ IS THE MOVEMENT HISTORY, WRITTEN THE STOKSTAT           00023754
      *    RECORDS UPDATED; NOTHING IS REJECTED.                        00023755
       SET-RUN-COUNTERS.                                                00023756
           MOVE WS-CNT-MOVEMENTS TO RUN-RECORDS-READ.                   00023757
           MOVE WS-CNT-APPLIED TO RUN-RECORDS-WRITTEN.                  00023758
           MOVE 0 TO RUN-RECORDS-REJECTED.                              00023759
       SET-RUN-COUNTERS-EXIT.                                           00023760
           EXIT.                                                        00023761
                                                                        00023800
      *    DEMAND IS WHAT LEAVES THE LOCATION - DISBURSEMENTS AND       00023900
      *    TRANSFER DISPATCHES.  RECEIPTS OF ANY KIND ARE SUPPLY,       00024000
       ACCUM-ONE-EXIT.                                                  00028100
           EXIT.                                                        00028200
                                                                        00028300
      *    THE MOVEMENT'S FULL DATE SERIALISES THE SAME WAY AS          00028400
      *    TODAY'S, SO THE AGE HOLDS ACROSS ANY NUMBER OF YEAR ENDS.    00028500
      *    A MOVEMENT DATED AHEAD OF TODAY COUNTS AS TODAY'S.           00028600
       CHECK-MOVE-IN-HORIZON.                                           00028700
           MOVE MV-DATE TO WS-MV-DATE-SPLIT.                            00028800
           COMPUTE WS-MV-SERIAL = (WS-MV-YYYY - 1) * 365                00028966
               + (WS-MV-YYYY - 1) / 4 + WS-MV-DDD.                      00029132
           COMPUTE WS-MV-AGE = WS-TODAY-SERIAL - WS-MV-SERIAL.          00029300
           IF WS-MV-AGE < 0                                             00029400
               MOVE 0 TO WS-MV-AGE.                                     00029500
       CHECK-HORIZON-EXIT.                                              00029600
           EXIT.                                                        00029700
                                                                        00029800
               SSA1, SSA2.                                              00039800
           IF STATUS-CODE NOT = '  '                                    00039900
               GO TO APPLY-ONE-EXIT.                                    00040000
      *    AFTER A RESTART THE RANKING NO LONGER MATCHES THE FAILED     00040016
      *    RUN'S, SO WHAT WAS ALREADY APPLIED IS TOLD BY THE VALUE.     00040032
           IF WS-RESTARTED AND                                          00040048
              REORDER-POINT = WS-ACC-NEW-ROP (WS-A)                     00040064
               GO TO APPLY-ONE-EXIT.                                    00040080
           MOVE WS-ACC-NEW-ROP (WS-A) TO REORDER-POINT.                 00040100
           CALL 'CBLTDLI' USING REPLACE1, DB-PCB, STOK-SRA.             00040200
           IF STATUS-CODE NOT = '  '                                    00040300
               DISPLAY 'DFSSAM17 UNRESOLVED STATUS CODE '               00040400
                   STATUS-CODE ' ON REPL' UPON CONSOLE                  00040500
               PERFORM BACK-OUT-RUN.                                    00040650
           ADD 1 TO WS-CNT-APPLIED.                                     00040800
           ADD 1 TO WS-CHKP-COUNT.                                      00040825
           IF WS-CHKP-COUNT NOT < WS-CHKP-INTERVAL                      00040850
               PERFORM TAKE-CHECKPOINT THRU TAKE-CHECKPOINT-EXIT.       00040875
       APPLY-ONE-EXIT.                                                  00040900
           EXIT.                                                        00041000
                                                                        00041100
      *    THE RUNLOG ROW IS UPDATED FIRST SO THE CHKP COMMITS IT       00041103
      *    TOGETHER WITH THE REORDER POINTS IT COUNTS.                  00041106
       TAKE-CHECKPOINT.                                                 00041109
           ADD 1 TO WS-CHKP-SEQ.                                        00041112
           MOVE WS-CHKP-SEQ TO WS-SAVE-CHKP-SEQ.                        00041115
           MOVE WS-CNT-APPLIED TO WS-SAVE-APPLIED.                      00041118
           MOVE RUN-CYCLE-DATE TO WS-SAVE-CYCLE-DATE.                   00041121
           MOVE 'C' TO RUN-FUNCTION.                                    00041124
           MOVE WS-CHKP-ID TO RUN-CHKP-ID.                              00041127
           PERFORM SET-RUN-COUNTERS THRU SET-RUN-COUNTERS-EXIT.         00041130
           CALL 'LGRUNLOG' USING WS-RUNLOG.                             00041133
           CALL 'CBLTDLI' USING CHECKPOINT, IO-PCB, WS-CHKP-ID-LEN,     00041136
               WS-CHKP-ID, WS-CHKP-SAVE-LEN, WS-CHKP-SAVE.              00041139
           IF IO-STATUS NOT = '  '                                      00041142
               DISPLAY 'DFSSAM17 UNRESOLVED STATUS CODE '               00041145
                   IO-STATUS ' ON CHKP' UPON CONSOLE                    00041148
               PERFORM BACK-OUT-RUN.                                    00041151
           MOVE 0 TO WS-CHKP-COUNT.                                     00041154
       TAKE-CHECKPOINT-EXIT.                                            00041157
           EXIT.                                                        00041160
                                                                        00041163
      *    A RUN GIVING UP ON A DL/I ERROR MUST NOT END NORMALLY AND    00041166
      *    COMMIT WHAT IT DID SINCE THE LAST CHECKPOINT.                00041169
       BACK-OUT-RUN.                                                    00041172
           CALL 'CBLTDLI' USING ROLL-BACK, IO-PCB.                      00041175
           MOVE 16 TO RETURN-CODE.                                      00041178
           GOBACK.                                                      00041181
                                                                        00041184
       END PROGRAM DFSSAM17.                                            00041200
