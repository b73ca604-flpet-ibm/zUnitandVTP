       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.    DFSSAM19.                                         00000200
      *                                                                 00000300
      *          QUARTERLY ABC CLASSIFICATION AND SLOW-MOVING /         00000400
      *          OBSOLETE STOCK REPORT.  BMP - RUNS WITH THE            00000500
      *          INVENTORY DATA BASE PCB, THE MOVEMENT HISTORY          00000600
      *          DFSSAM12 AND DFSSAM17 READ AND THE OPEN-PO FILE        00000700
      *          DFSSAM15 CARRIES FORWARD.  EVERY STOKSTAT PART/        00000800
      *          LOCATION IS VALUED AT UNIT-PRICE TWICE - WHAT IT       00000900
      *          DISBURSED ('DP', 'DU' AND 'TD' MOVEMENTS) OVER THE     00001000
      *          LAST TWELVE MONTHS, AND WHAT IS ON HAND NOW.  RANKED   00001100
      *          ON DISBURSEMENT VALUE, THE PART/LOCATIONS MAKING UP    00001200
      *          THE FIRST SYSIN PERCENTAGE OF THE TOTAL (DEFAULT       00001300
      *          80) ARE CLASS A, UP TO THE SECOND (DEFAULT 95)         00001400
      *          CLASS B, AND THE REST - INCLUDING ANYTHING THAT DID    00001500
      *          NOT MOVE AT ALL - CLASS C.  STOCK ON HAND WITH NO      00001600
      *          DISBURSEMENT FOR THE SLOW-MOVING NUMBER OF DAYS        00001700
      *          (DEFAULT 183) IS FLAGGED SLOW-MOVING, FOR THE          00001800
      *          OBSOLETE NUMBER (DEFAULT 365) OBSOLETE, AND LISTED     00001900
      *          WITH ITS ON-HAND VALUE AND THE OPEN PO LINES STILL     00002000
      *          ARRIVING FOR IT.  EACH FLAGGED PART/LOCATION ALSO      00002100
      *          GOES ON THE WRITEDN FILE AS A WRITE-DOWN PROPOSAL      00002200
      *          FOR FINANCE AT THE SYSIN PERCENTAGE OF ITS ON-HAND     00002300
      *          VALUE (DEFAULT 050 SLOW-MOVING, 100 OBSOLETE).         00002400
      *          THE MOVEMENT INPUT MUST COVER AT LEAST THE OBSOLETE    00002500
      *          PERIOD - A PART WITH NO DISBURSEMENT ON IT AT ALL      00002600
      *          COUNTS AS NOT DISBURSED FOR THAT LONG.  IN REPORT      00002700
      *          MODE ('R') NOTHING IS UPDATED; IN UPDATE MODE ('U')    00002800
      *          THE CLASS IS STORED IN STOKSTAT'S ABC-CLASS THROUGH    00002900
      *          THE SAME GHU/REPL PATH THE OTHER UPDATES USE, SO       00003000
      *          CYCLE-COUNT FREQUENCY CAN FOLLOW IT.  SYSIN CARD:      00003100
      *          CLASS A AND B CUT-OFFS (3 EACH), SLOW-MOVING AND       00003200
      *          OBSOLETE DAYS (3 EACH), SLOW-MOVING AND OBSOLETE       00003300
      *          WRITE-DOWN PERCENTAGES (3 EACH), MODE (1), EACH        00003400
      *          FOLLOWED BY A SPACE - DEFAULT                          00003500
      *          080 095 183 365 050 100 R.                             00003600
      *          IN UPDATE MODE A SYMBOLIC CHECKPOINT (CHKP) IS         00003700
      *          TAKEN EVERY N CLASSES STORED, N FROM THE SECOND        00003800
      *          SYSIN CARD (COLUMNS 1-6, DEFAULT 000500).              00003900
      *          RESTARTED WITH CKPTID= THE XRST CALL BRINGS BACK       00004000
      *          THE COUNTERS; THE CLASSIFICATION IS WORKED OUT         00004100
      *          AGAIN AND A STOKSTAT ALREADY CARRYING ITS CLASS IS     00004200
      *          PASSED OVER.  THE START, EACH CHECKPOINT, A RESTART    00004300
      *          AND THE END ARE RECORDED ON THE RUNLOG THROUGH         00004400
      *          LGRUNLOG.                                              00004500
      *                                                                 00004600
       ENVIRONMENT DIVISION.                                            00004700
       CONFIGURATION SECTION.                                           00004800
       SOURCE-COMPUTER.  IBM-370.                                       00004900
       OBJECT-COMPUTER.  IBM-370.                                       00005000
       INPUT-OUTPUT SECTION.                                            00005100
       FILE-CONTROL.                                                    00005200
           SELECT MOVEIN ASSIGN TO MOVEIN                               00005300
               FILE STATUS IS MOVEIN-STATUS                             00005400
               ORGANIZATION IS SEQUENTIAL.                              00005500
           SELECT OPENPO ASSIGN TO OPENPO                               00005600
               FILE STATUS IS OPENPO-STATUS                             00005700
               ORGANIZATION IS SEQUENTIAL.                              00005800
           SELECT WRITEDN ASSIGN TO WRITEDN                             00005900
               FILE STATUS IS WRITEDN-STATUS                            00006000
               ORGANIZATION IS SEQUENTIAL.                              00006100
                                                                        00006200
       DATA DIVISION.                                                   00006300
       FILE SECTION.                                                    00006400
      *    SAME 80-BYTE MOVEMENT LAYOUT DFSSAM04/DFSSAM06 WRITE.        00006500
       FD  MOVEIN RECORDING MODE F.                                     00006600
       01  MOVE-RECORD.                                                 00006700
           02  MV-PART-NO          PICTURE X(15).                       00006800
           02  MV-INV-KEY          PICTURE X(8).                        00006900
           02  MV-TRANS-TYPE       PICTURE X(2).                        00007000
           02  MV-QUANTITY         PICTURE S9(7)V9.                     00007100
           02  MV-DATE             PICTURE 9(7).                        00007200
           02  MV-TERMINAL         PICTURE X(8).                        00007300
           02  FILLER              PICTURE X(32).                       00007400
                                                                        00007500
      *    OPEN PO LINES AS DFSSAM10 WRITES THEM AND DFSSAM15 CARRIES   00007600
      *    THEM FORWARD - THE QUANTITY IS WHAT IS STILL TO ARRIVE.      00007700
       FD  OPENPO RECORDING MODE F.                                     00007800
       01  OPENPO-RECORD.                                               00007900
           02  OP-PO-NUMBER        PICTURE 9(6).                        00008000
           02  OP-VENDOR-CODE      PICTURE X(6).                        00008100
           02  OP-PART-NO          PICTURE X(15).                       00008200
           02  OP-INV-KEY          PICTURE X(8).                        00008300
           02  OP-QUANTITY         PICTURE S9(7)V9.                     00008400
           02  FILLER              PICTURE X(37).                       00008500
                                                                        00008600
      *    WRITE-DOWN PROPOSAL FOR FINANCE - ONE RECORD PER SLOW-       00008700
      *    MOVING ('S') OR OBSOLETE ('O') PART/LOCATION.                00008800
       FD  WRITEDN RECORDING MODE F.                                    00008900
       01  WRITEDN-RECORD.                                              00009000
           02  WD-PART-NO          PICTURE X(15).                       00009100
           02  WD-INV-KEY          PICTURE X(8).                        00009200
           02  WD-STATUS           PICTURE X.                           00009300
           02  WD-ABC-CLASS        PICTURE X.                           00009400
           02  WD-LAST-DISB-DATE   PICTURE 9(7).                        00009500
           02  WD-ON-HAND          PICTURE S9(7)V9.                     00009600
           02  WD-ON-HAND-VALUE    PICTURE S9(9)V99.                    00009700
           02  WD-ON-ORDER         PICTURE S9(7)V9.                     00009800
           02  WD-WRITE-DOWN-PCT   PICTURE 9(3).                        00009900
           02  WD-WRITE-DOWN-AMT   PICTURE S9(9)V99.                    00010000
           02  FILLER              PICTURE X(7).                        00010100
                                                                        00010200
       WORKING-STORAGE SECTION.                                         00010300
       77  MOVEIN-STATUS           PICTURE 99.                          00010400
       77  OPENPO-STATUS           PICTURE 99.                          00010500
       77  WRITEDN-STATUS          PICTURE 99.                          00010600
       77  WS-MOVE-EOF-SW          PICTURE X VALUE 'N'.                 00010700
           88  WS-MOVE-EOF                   VALUE 'Y'.                 00010800
       77  WS-OPENPO-EOF-SW        PICTURE X VALUE 'N'.                 00010900
           88  WS-OPENPO-EOF                 VALUE 'Y'.                 00011000
                                                                        00011100
       77  GET-NEXT, PICTURE XXXX, VALUE 'GN  '.                        00011200
       77  GET-HOLD-UNIQUE, PICTURE XXXX, VALUE 'GHU '.                 00011300
       77  REPLACE1, PICTURE XXXX, VALUE 'REPL'.                        00011400
                                                                        00011500
       01  WS-PARM-CARD.                                                00011600
           02  WS-PARM-A-PCT       PICTURE 9(3).                        00011700
           02  FILLER              PICTURE X.                           00011800
           02  WS-PARM-B-PCT       PICTURE 9(3).                        00011900
           02  FILLER              PICTURE X.                           00012000
           02  WS-PARM-SLOW-DAYS   PICTURE 9(3).                        00012100
           02  FILLER              PICTURE X.                           00012200
           02  WS-PARM-OBSOL-DAYS  PICTURE 9(3).                        00012300
           02  FILLER              PICTURE X.                           00012400
           02  WS-PARM-SLOW-WD     PICTURE 9(3).                        00012500
           02  FILLER              PICTURE X.                           00012600
           02  WS-PARM-OBSOL-WD    PICTURE 9(3).                        00012700
           02  FILLER              PICTURE X.                           00012800
           02  WS-PARM-MODE        PICTURE X.                           00012900
       77  WS-A-PCT                PICTURE S9(3) COMP VALUE 80.         00013000
       77  WS-B-PCT                PICTURE S9(3) COMP VALUE 95.         00013100
       77  WS-SLOW-DAYS            PICTURE S9(4) COMP VALUE 183.        00013200
       77  WS-OBSOL-DAYS           PICTURE S9(4) COMP VALUE 365.        00013300
       77  WS-SLOW-WD-PCT          PICTURE 9(3) VALUE 050.              00013400
       77  WS-OBSOL-WD-PCT         PICTURE 9(3) VALUE 100.              00013500
       77  WS-MODE                 PICTURE X VALUE 'R'.                 00013600
      *    DISBURSEMENT VALUE IS TAKEN OVER TWELVE MONTHS.              00013700
       77  WS-VALUE-DAYS           PICTURE S9(4) COMP VALUE 365.        00013800
                                                                        00013900
      *    ONE ENTRY PER STOKSTAT PART/LOCATION ON THE DATA BASE.       00014000
       77  WS-ACC-COUNT            PICTURE S9(4) COMP VALUE ZERO.       00014100
       01  WS-ACC-TABLE.                                                00014200
           02  WS-ACC-ENTRY OCCURS 2000 TIMES.                          00014300
               03  WS-ACC-PART     PICTURE X(15).                       00014400
               03  WS-ACC-KEY      PICTURE X(8).                        00014500
               03  WS-ACC-PRICE    PICTURE 9(6)V999.                    00014600
               03  WS-ACC-ON-HAND  PICTURE S9(7)V9.                     00014700
               03  WS-ACC-DISB-QTY PICTURE S9(9)V9.                     00014800
               03  WS-ACC-DISB-VAL PICTURE S9(11)V99.                   00014900
               03  WS-ACC-HAND-VAL PICTURE S9(9)V99.                    00015000
               03  WS-ACC-LAST-DISB PICTURE 9(7).                       00015100
               03  WS-ACC-ON-ORDER PICTURE S9(7)V9.                     00015200
               03  WS-ACC-CLASS    PICTURE X.                           00015300
               03  WS-ACC-STATUS   PICTURE X.                           00015400
                                                                        00015500
       77  WS-A                    PICTURE S9(4) COMP VALUE ZERO.       00015600
       77  WS-B                    PICTURE S9(4) COMP VALUE ZERO.       00015700
       77  WS-C                    PICTURE S9(4) COMP VALUE ZERO.       00015800
       77  WS-P                    PICTURE S9(4) COMP VALUE ZERO.       00015900
       77  WS-HIT                  PICTURE S9(4) COMP VALUE ZERO.       00016000
                                                                        00016100
       01  WS-SWAP-ENTRY.                                               00016200
           02  FILLER              PICTURE X(15).                       00016300
           02  FILLER              PICTURE X(8).                        00016400
           02  FILLER              PICTURE 9(6)V999.                    00016500
           02  FILLER              PICTURE S9(7)V9.                     00016600
           02  FILLER              PICTURE S9(9)V9.                     00016700
           02  FILLER              PICTURE S9(11)V99.                   00016800
           02  FILLER              PICTURE S9(9)V99.                    00016900
           02  FILLER              PICTURE 9(7).                        00017000
           02  FILLER              PICTURE S9(7)V9.                     00017100
           02  FILLER              PICTURE X.                           00017200
           02  FILLER              PICTURE X.                           00017300
                                                                        00017400
      *    OPEN PO LINES, KEPT TO LIST UNDER THE FLAGGED PARTS.         00017500
       77  WS-PO-COUNT             PICTURE S9(4) COMP VALUE 0.          00017600
       01  WS-PO-TABLE.                                                 00017700
           02  WS-PO-ENTRY OCCURS 500 TIMES.                            00017800
               03  WS-PO-NUMBER    PICTURE 9(6).                        00017900
               03  WS-PO-VENDOR    PICTURE X(6).                        00018000
               03  WS-PO-PART      PICTURE X(15).                       00018100
               03  WS-PO-KEY       PICTURE X(8).                        00018200
               03  WS-PO-QTY       PICTURE S9(7)V9.                     00018300
                                                                        00018400
      *    CLASS BOUNDARY WORK AREAS.                                   00018500
       77  WS-TOTAL-DISB-VAL       PICTURE S9(13)V99 VALUE ZERO.        00018600
       77  WS-CUM-DISB-VAL         PICTURE S9(13)V99 VALUE ZERO.        00018700
       77  WS-CUM-PCT              PICTURE S9(3)V99 VALUE ZERO.         00018800
       77  WS-WRITE-DOWN-PCT       PICTURE 9(3) VALUE ZERO.             00018900
       77  WS-WRITE-DOWN-AMT       PICTURE S9(9)V99 VALUE ZERO.         00019000
                                                                        00019100
      *    DATES ARE FULL YYYYDDD JULIAN, TURNED INTO A RUNNING DAY     00019200
      *    NUMBER (WHOLE YEARS TIMES 365 PLUS A DAY PER FOURTH YEAR,    00019300
      *    GOOD FROM 1901 TO 2099) BEFORE ANY AGE IS TAKEN.             00019400
       01  WS-TODAY-DAY.                                                00019500
           02  WS-TODAY-YYYY       PICTURE 9(4).                        00019600
           02  WS-TODAY-DDD        PICTURE 999.                         00019700
       01  WS-TODAY-DATE  REDEFINES WS-TODAY-DAY PICTURE 9(7).          00019800
       77  WS-TODAY-SERIAL         PICTURE S9(7) COMP VALUE 0.          00019900
       77  WS-MV-SERIAL            PICTURE S9(7) COMP VALUE 0.          00020000
       77  WS-MV-AGE               PICTURE S9(7) COMP VALUE 0.          00020100
       01  WS-DATE-SPLIT.                                               00020200
           02  WS-SPLIT-YYYY       PICTURE 9(4).                        00020300
           02  WS-SPLIT-DDD        PICTURE 999.                         00020400
                                                                        00020500
       77  WS-CNT-STOCK-RECORDS    PICTURE 9(5) VALUE 0.                00020600
       77  WS-CNT-MOVEMENTS        PICTURE 9(7) VALUE 0.                00020700
       77  WS-CNT-UNMATCHED        PICTURE 9(7) VALUE 0.                00020800
       77  WS-CNT-PO-LINES         PICTURE 9(5) VALUE 0.                00020900
       77  WS-CNT-CLASS-A          PICTURE 9(5) VALUE 0.                00021000
       77  WS-CNT-CLASS-B          PICTURE 9(5) VALUE 0.                00021100
       77  WS-CNT-CLASS-C          PICTURE 9(5) VALUE 0.                00021200
       77  WS-CNT-SLOW             PICTURE 9(5) VALUE 0.                00021300
       77  WS-CNT-OBSOLETE         PICTURE 9(5) VALUE 0.                00021400
       77  WS-CNT-APPLIED          PICTURE 9(5) VALUE 0.                00021500
       77  WS-VAL-CLASS-A          PICTURE S9(13)V99 VALUE ZERO.        00021600
       77  WS-VAL-CLASS-B          PICTURE S9(13)V99 VALUE ZERO.        00021700
       77  WS-VAL-CLASS-C          PICTURE S9(13)V99 VALUE ZERO.        00021800
       77  WS-VAL-SLOW             PICTURE S9(11)V99 VALUE ZERO.        00021900
       77  WS-VAL-OBSOLETE         PICTURE S9(11)V99 VALUE ZERO.        00022000
       77  WS-VAL-WRITE-DOWN       PICTURE S9(11)V99 VALUE ZERO.        00022100
                                                                        00022200
       77  WS-DISP-QTY             PICTURE Z(6)9.9-.                    00022300
       77  WS-DISP-ORDER           PICTURE Z(6)9.9-.                    00022400
       77  WS-DISP-VALUE           PICTURE Z(8)9.99-.                   00022500
       77  WS-DISP-TOTAL           PICTURE Z(12)9.99-.                  00022600
       77  WS-DISP-PCT             PICTURE ZZ9.                         00022700
                                                                        00022800
      *    CHECKPOINT/RESTART.  WS-CHKP-SAVE IS THE AREA CHKP WRITES    00022900
      *    AND XRST PUTS BACK - COUNT APPLIED, CHECKPOINT SEQUENCE      00023000
      *    AND RUNLOG CYCLE DATE.                                       00023100
       77  CHECKPOINT, PICTURE XXXX, VALUE 'CHKP'.                      00023200
       77  RESTART, PICTURE XXXX, VALUE 'XRST'.                         00023300
       77  ROLL-BACK, PICTURE XXXX, VALUE 'ROLB'.                       00023400
       77  WS-CHKP-CARD            PICTURE 9(6) VALUE 000500.           00023500
       77  WS-CHKP-INTERVAL        PICTURE S9(7) COMP VALUE 500.        00023600
       77  WS-CHKP-COUNT           PICTURE S9(7) COMP VALUE 0.          00023700
       77  WS-RESTART-SW           PICTURE X VALUE 'N'.                 00023800
           88  WS-RESTARTED                  VALUE 'Y'.                 00023900
       77  WS-XRST-LEN             PICTURE S9(9) COMP VALUE 12.         00024000
       77  WS-CHKP-ID-LEN          PICTURE S9(9) COMP VALUE 8.          00024100
       77  WS-CHKP-SAVE-LEN        PICTURE S9(9) COMP VALUE 0.          00024200
       01  WS-XRST-AREA.                                                00024300
           02  WS-XRST-CHKP-ID     PICTURE X(8) VALUE SPACES.           00024400
           02  FILLER              PICTURE X(4) VALUE SPACES.           00024500
       01  WS-CHKP-ID.                                                  00024600
           02  FILLER              PICTURE X(3) VALUE 'ABC'.            00024700
           02  WS-CHKP-SEQ         PICTURE 9(5) VALUE 0.                00024800
       01  WS-CHKP-SAVE.                                                00024900
           02  WS-SAVE-CYCLE-DATE  PICTURE X(10).                       00025000
           02  WS-SAVE-CHKP-SEQ    PICTURE 9(5).                        00025100
           02  WS-SAVE-APPLIED     PICTURE 9(5).                        00025200
                                                                        00025300
      *    RUN-CONTROL ROW THROUGH LGRUNLOG, AS THE DB2 JOBS KEEP.      00025400
       01  WS-RUNLOG.                                                   00025500
           COPY RUNCPY1.                                                00025600
                                                                        00025700
      *    SAME SSA SHAPES DFSSAM13 USES ON THE INVENTORY BASE.         00025800
       01  SSA1.                                                        00025900
           02  SSA1-NAME, PICTURE X(8), VALUE 'PARTROOT'.               00026000
           02  SSA1-BEGIN, PICTURE X, VALUE '('.                        00026100
           02  SSA1-KEY, PICTURE X(8), VALUE 'PARTKEY '.                00026200
           02  SSA1-OPERATOR, PICTURE XX, VALUE ' ='.                   00026300
           02  SSA1-VALUE.                                              00026400
               03  PREFIX-1, PICTURE 99, VALUE 02.                      00026500
               03  VALUE-1, PICTURE X(15).                              00026600
           02  SSA1-END, PICTURE X, VALUE ')'.                          00026700
                                                                        00026800
       01  SSA2.                                                        00026900
           02  SSA2-NAME, PICTURE X(8), VALUE 'STOKSTAT'.               00027000
           02  SSA2-BEGIN, PICTURE X, VALUE '('.                        00027100
           02  SSA2-KEY, PICTURE X(8), VALUE 'STOCKEY '.                00027200
           02  SSA2-OPERATOR, PICTURE XX, VALUE ' ='.                   00027300
           02  SSA2-VALUE.                                              00027400
               03  PREFIX-2, PICTURE 99, VALUE 00.                      00027500
               03  VALUE-2, PICTURE X(8).                               00027600
               03  FILLER, PICTURE X(6)  VALUE SPACES.                  00027700
           02  SSA2-END, PICTURE X, VALUE ')'.                          00027800
                                                                        00027900
      *    UNQUALIFIED - EVERY STOKSTAT ON THE BASE IN TURN.            00028000
       77  SSA-ALL-STOCK, PICTURE X(9), VALUE 'STOKSTAT '.              00028100
                                                                        00028200
      *    STOKSTAT AT THE SAME OFFSETS DFSSAM13'S STOK-SRA USES.       00028300
       01  STOK-SRA.                                                    00028400
           02  FILLER, PICTURE 99.                                      00028500
           02  STOCK-LOCATION.                                          00028600
               03  PLAC, PICTURE X.                                     00028700
               03  INV-DEPT, PICTURE XX.                                00028800
               03  PROJ-CONTRACT, PICTURE XXX.                          00028900
               03  DIV, PICTURE XX.                                     00029000
           02  VENDOR-CODE, PICTURE X(6).                               00029100
           02  FILLER, PICTURE X(4), VALUE SPACES.                      00029200
           02  UNIT-PRICE, PICTURE 9(6)V999.                            00029300
           02  FILLER, PICTURE X(5), VALUE SPACES.                      00029400
           02  UNIT-OF-MEAS, PICTURE X(4).                              00029500
           02  FILLER, PICTURE X(12), VALUE SPACES.                     00029600
           02  ATTRITION.                                               00029700
               03  COAP, PICTURE 9V99.                                  00029800
               03  PLAN, PICTURE 9V99.                                  00029900
               03  COAD, PICTURE X.                                     00030000
      *    LAST CYCLE-COUNT AND LAST TRANSACTION DATES, FULL            00030100
      *    YYYYDDD JULIAN - THE SIX BYTES AFTER THEM HELD THE OLD       00030200
      *    DAY-OF-YEAR FORM AND ARE BLANK SINCE THE CONVERSION.         00030300
           02  LAST-CYC-DATE, PICTURE 9(7).                             00030400
           02  LAST-TRANS-DATE, PICTURE 9(7).                           00030500
           02  FILLER, PICTURE X(6), VALUE SPACES.                      00030600
           02  REORDER-POINT, PICTURE S9(7)V9.                          00030700
      *    ABC CLASS DFSSAM19 SETS FROM DISBURSEMENT VALUE - SPACE      00030800
      *    UNTIL THE PART/LOCATION HAS BEEN CLASSIFIED.                 00030900
           02  ABC-CLASS, PICTURE X.                                    00031000
           02  FILLER, PICTURE X(3).                                    00031100
           02  CUR-REM-REQ, PICTURE S9(7)V9.                            00031200
           02  UNP-REM-REQ, PICTURE S9(7)V9.                            00031300
           02  ON-ORDER, PICTURE S9(7)V9.                               00031400
           02  TOT-STOCK, PICTURE S9(7)V9.                              00031500
           02  PLANNED-DISB, PICTURE S9(7)V9.                           00031600
           02  UNP-DISB, PICTURE S9(7)V9.                               00031700
           02  SPARES, PICTURE S9(7)V9.                                 00031800
           02  DIVERSION, PICTURE S9(7)V9.                              00031900
           02  ALLOCATED, PICTURE S9(6)V9.                              00032000
                                                                        00032100
       LINKAGE SECTION.                                                 00032200
       01  IO-PCB.                                                      00032300
           02  IO-LTERM-NAME PICTURE X(8).                              00032400
           02  IO-RESERVED  PICTURE XX.                                 00032500
           02  IO-STATUS    PICTURE XX.                                 00032600
           02  IO-PREFIX    PICTURE X(12).                              00032700
      *    THE KEY FEEDBACK AFTER A STOKSTAT CALL IS THE PARTROOT KEY   00032800
      *    (PREFIX AND PART NUMBER) FOLLOWED BY THE STOKSTAT KEY.       00032900
       01  DB-PCB.                                                      00033000
           02  DBASE-NAME   PICTURE X(8).                               00033100
           02  SEGMENT-INDR PICTURE XX.                                 00033200
           02  STATUS-CODE  PICTURE XX.                                 00033300
           02  PROC-OPTIONS PICTURE XXXX.                               00033400
           02  DLI-RESERVED PICTURE XXXX.                               00033500
           02  SEG-FEEDBACK PICTURE X(8).                               00033600
           02  KEY-FEEDBACK-LENGTH PICTURE XXXX.                        00033700
           02  NO-OF-SENSEG-TYPES  PICTURE XXXX.                        00033800
           02  KEY-FEEDBACK.                                            00033900
               03  KFB-ROOT-PREFIX  PICTURE XX.                         00034000
               03  KFB-PART-NO      PICTURE X(15).                      00034100
               03  KFB-STOCK-PREFIX PICTURE XX.                         00034200
               03  KFB-STOCK-KEY    PICTURE X(8).                       00034300
               03  FILLER           PICTURE X(6).                       00034400
                                                                        00034500
       PROCEDURE DIVISION.                                              00034600
       MAIN-RTN.                                                        00034700
           ENTRY 'DLITCBL' USING IO-PCB, DB-PCB.                        00034800
           ACCEPT WS-PARM-CARD FROM SYSIN.                              00034900
           IF WS-PARM-A-PCT NUMERIC AND WS-PARM-A-PCT > 0               00035000
              AND WS-PARM-A-PCT < 100                                   00035100
               MOVE WS-PARM-A-PCT TO WS-A-PCT.                          00035200
           IF WS-PARM-B-PCT NUMERIC AND WS-PARM-B-PCT > WS-A-PCT        00035300
              AND WS-PARM-B-PCT < 101                                   00035400
               MOVE WS-PARM-B-PCT TO WS-B-PCT.                          00035500
           IF WS-B-PCT NOT > WS-A-PCT                                   00035600
               MOVE 100 TO WS-B-PCT.                                    00035700
           IF WS-PARM-SLOW-DAYS NUMERIC AND WS-PARM-SLOW-DAYS > 0       00035800
               MOVE WS-PARM-SLOW-DAYS TO WS-SLOW-DAYS.                  00035900
           IF WS-PARM-OBSOL-DAYS NUMERIC AND                            00036000
              WS-PARM-OBSOL-DAYS > WS-SLOW-DAYS                         00036100
               MOVE WS-PARM-OBSOL-DAYS TO WS-OBSOL-DAYS.                00036200
           IF WS-OBSOL-DAYS NOT > WS-SLOW-DAYS                          00036300
               COMPUTE WS-OBSOL-DAYS = WS-SLOW-DAYS * 2.                00036400
           IF WS-PARM-SLOW-WD NUMERIC AND WS-PARM-SLOW-WD < 101         00036500
               MOVE WS-PARM-SLOW-WD TO WS-SLOW-WD-PCT.                  00036600
           IF WS-PARM-OBSOL-WD NUMERIC AND WS-PARM-OBSOL-WD < 101       00036700
               MOVE WS-PARM-OBSOL-WD TO WS-OBSOL-WD-PCT.                00036800
           IF WS-PARM-MODE = 'U'                                        00036900
               MOVE 'U' TO WS-MODE.                                     00037000
           ACCEPT WS-CHKP-CARD FROM SYSIN.                              00037100
           IF WS-CHKP-CARD NUMERIC AND WS-CHKP-CARD > 0                 00037200
               MOVE WS-CHKP-CARD TO WS-CHKP-INTERVAL.                   00037300
           ACCEPT WS-TODAY-DATE FROM DAY YYYYDDD.                       00037400
           COMPUTE WS-TODAY-SERIAL = (WS-TODAY-YYYY - 1) * 365          00037500
               + (WS-TODAY-YYYY - 1) / 4 + WS-TODAY-DDD.                00037600
           PERFORM RESTART-OR-START THRU RESTART-OR-START-EXIT.         00037700
                                                                        00037800
           PERFORM LOAD-STOCK-RECORDS THRU LOAD-STOCK-EXIT.             00037900
                                                                        00038000
           OPEN INPUT MOVEIN.                                           00038100
           IF MOVEIN-STATUS NOT = 0                                     00038200
               DISPLAY 'DFSSAM19 FILE STATUS AT OPEN MOVEIN '           00038300
                   MOVEIN-STATUS                                        00038400
               MOVE 16 TO RETURN-CODE                                   00038500
               PERFORM MARK-RUN-ENDED THRU MARK-RUN-ENDED-EXIT          00038600
               GOBACK.                                                  00038700
           READ MOVEIN AT END MOVE 'Y' TO WS-MOVE-EOF-SW.               00038800
           PERFORM ACCUM-ONE-MOVEMENT THRU ACCUM-ONE-EXIT               00038900
               UNTIL WS-MOVE-EOF.                                       00039000
           CLOSE MOVEIN.                                                00039100
                                                                        00039200
           OPEN INPUT OPENPO.                                           00039300
           IF OPENPO-STATUS NOT = 0                                     00039400
               DISPLAY 'DFSSAM19 FILE STATUS AT OPEN OPENPO '           00039500
                   OPENPO-STATUS                                        00039600
               MOVE 16 TO RETURN-CODE                                   00039700
               PERFORM MARK-RUN-ENDED THRU MARK-RUN-ENDED-EXIT          00039800
               GOBACK.                                                  00039900
           READ OPENPO AT END MOVE 'Y' TO WS-OPENPO-EOF-SW.             00040000
           PERFORM LOAD-ONE-PO-LINE THRU LOAD-ONE-PO-EXIT               00040100
               UNTIL WS-OPENPO-EOF.                                     00040200
           CLOSE OPENPO.                                                00040300
                                                                        00040400
           OPEN OUTPUT WRITEDN.                                         00040500
           IF WRITEDN-STATUS NOT = 0                                    00040600
               DISPLAY 'DFSSAM19 FILE STATUS AT OPEN WRITEDN '          00040700
                   WRITEDN-STATUS                                       00040800
               MOVE 16 TO RETURN-CODE                                   00040900
               PERFORM MARK-RUN-ENDED THRU MARK-RUN-ENDED-EXIT          00041000
               GOBACK.                                                  00041100
                                                                        00041200
           PERFORM VALUE-ONE-PART THRU VALUE-ONE-EXIT                   00041300
               VARYING WS-A FROM 1 BY 1                                 00041400
               UNTIL WS-A > WS-ACC-COUNT.                               00041500
           PERFORM RANK-BY-VALUE THRU RANK-EXIT.                        00041600
           MOVE ZERO TO WS-CUM-DISB-VAL.                                00041700
           PERFORM CLASSIFY-ONE-PART THRU CLASSIFY-ONE-EXIT             00041800
               VARYING WS-A FROM 1 BY 1                                 00041900
               UNTIL WS-A > WS-ACC-COUNT.                               00042000
           PERFORM PRINT-SLOW-MOVING THRU PRINT-SLOW-EXIT.              00042100
           CLOSE WRITEDN.                                               00042200
                                                                        00042300
           IF WS-MODE = 'U'                                             00042400
               PERFORM APPLY-ONE-PART THRU APPLY-ONE-EXIT               00042500
                   VARYING WS-A FROM 1 BY 1                             00042600
                   UNTIL WS-A > WS-ACC-COUNT.                           00042700
                                                                        00042800
           PERFORM PRINT-SUMMARY THRU PRINT-SUMMARY-EXIT.               00042900
           PERFORM MARK-RUN-ENDED THRU MARK-RUN-ENDED-EXIT.             00043000
           GOBACK.                                                      00043100
                                                                        00043200
      *    XRST IS THE FIRST DL/I CALL.  A BLANK CHECKPOINT ID BACK     00043300
      *    IS A NORMAL START; OTHERWISE IMS HAS PUT WS-CHKP-SAVE BACK   00043400
      *    AS IT WAS AT THAT CHECKPOINT.  A RESTART SKIPS THE RUNLOG    00043500
      *    DOUBLE-START AND PREDECESSOR CHECKS - ITS ROW IS THE ONE     00043600
      *    THE FAILED RUN LEFT RUNNING.                                 00043700
       RESTART-OR-START.                                                00043800
           MOVE LENGTH OF WS-CHKP-SAVE TO WS-CHKP-SAVE-LEN.             00043900
           MOVE 'DFSSAM19' TO RUN-JOBNAME.                              00044000
           CALL 'CBLTDLI' USING RESTART, IO-PCB, WS-XRST-LEN,           00044100
               WS-XRST-AREA, WS-CHKP-SAVE-LEN, WS-CHKP-SAVE.            00044200
           IF IO-STATUS NOT = '  '                                      00044300
               DISPLAY 'DFSSAM19 UNRESOLVED STATUS CODE '               00044400
                   IO-STATUS ' ON XRST' UPON CONSOLE                    00044500
               MOVE 16 TO RETURN-CODE                                   00044600
               GOBACK.                                                  00044700
           IF WS-XRST-CHKP-ID = SPACES                                  00044800
               GO TO NORMAL-START.                                      00044900
           MOVE 'Y' TO WS-RESTART-SW.                                   00045000
           MOVE WS-SAVE-CHKP-SEQ TO WS-CHKP-SEQ.                        00045100
           MOVE WS-SAVE-APPLIED TO WS-CNT-APPLIED.                      00045200
           MOVE WS-SAVE-CYCLE-DATE TO RUN-CYCLE-DATE.                   00045300
           MOVE WS-XRST-CHKP-ID TO RUN-CHKP-ID.                         00045400
           MOVE 'X' TO RUN-FUNCTION.                                    00045500
           CALL 'LGRUNLOG' USING WS-RUNLOG.                             00045600
           DISPLAY 'DFSSAM19 RESTARTED FROM CHECKPOINT '                00045700
               WS-XRST-CHKP-ID ' AFTER ' WS-CNT-APPLIED                 00045800
               ' CLASSES STORED'.                                       00045900
           GO TO RESTART-OR-START-EXIT.                                 00046000
       NORMAL-START.                                                    00046100
           MOVE 'S' TO RUN-FUNCTION.                                    00046200
           MOVE 'N' TO RUN-MAINT-WINDOW.                                00046300
           CALL 'LGRUNLOG' USING WS-RUNLOG.                             00046400
           IF RUN-RC = 4                                                00046500
               DISPLAY 'DFSSAM19 ALREADY MARKED RUNNING THIS CYCLE'     00046600
               MOVE 8 TO RETURN-CODE                                    00046700
               GOBACK.                                                  00046800
           IF RUN-RC = 6                                                00046900
               DISPLAY 'DFSSAM19 HELD - PREDECESSOR '                   00047000
                   RUN-FAILED-PRED ' NOT ENDED CLEANLY'                 00047100
               MOVE 12 TO RETURN-CODE                                   00047200
               GOBACK.                                                  00047300
       RESTART-OR-START-EXIT.                                           00047400
           EXIT.                                                        00047500
                                                                        00047600
       MARK-RUN-ENDED.                                                  00047700
           MOVE 'E' TO RUN-FUNCTION.                                    00047800
           PERFORM SET-RUN-COUNTERS THRU SET-RUN-COUNTERS-EXIT.         00047900
           MOVE RETURN-CODE TO RUN-RETURN-CODE.                         00048000
           CALL 'LGRUNLOG' USING WS-RUNLOG.                             00048100
       MARK-RUN-ENDED-EXIT.                                             00048200
           EXIT.                                                        00048300
                                                                        00048400
      *    READ IS THE MOVEMENT HISTORY, WRITTEN THE STOKSTAT           00048500
      *    RECORDS CLASSIFIED; NOTHING IS REJECTED.                     00048600
       SET-RUN-COUNTERS.                                                00048700
           MOVE WS-CNT-MOVEMENTS TO RUN-RECORDS-READ.                   00048800
           MOVE WS-CNT-APPLIED TO RUN-RECORDS-WRITTEN.                  00048900
           MOVE 0 TO RUN-RECORDS-REJECTED.                              00049000
       SET-RUN-COUNTERS-EXIT.                                           00049100
           EXIT.                                                        00049200
                                                                        00049300
      *    EVERY PART/LOCATION IS CLASSIFIED, NOT ONLY THE ONES THAT    00049400
      *    MOVED - THE STILL ONES ARE WHAT THIS REPORT IS FOR.          00049500
       LOAD-STOCK-RECORDS.                                              00049600
           CALL 'CBLTDLI' USING GET-NEXT, DB-PCB, STOK-SRA,             00049700
               SSA-ALL-STOCK.                                           00049800
           PERFORM LOAD-ONE-STOCK THRU LOAD-ONE-STOCK-EXIT              00049900
               UNTIL STATUS-CODE NOT = '  '.                            00050000
           IF STATUS-CODE NOT = 'GB'                                    00050100
               DISPLAY 'DFSSAM19 UNRESOLVED STATUS CODE '               00050200
                   STATUS-CODE ' ON GN' UPON CONSOLE                    00050300
               PERFORM BACK-OUT-RUN.                                    00050400
       LOAD-STOCK-EXIT.                                                 00050500
           EXIT.                                                        00050600
                                                                        00050700
       LOAD-ONE-STOCK.                                                  00050800
           ADD 1 TO WS-CNT-STOCK-RECORDS.                               00050900
           IF WS-ACC-COUNT NOT < 2000                                   00051000
               DISPLAY 'DFSSAM19 STOCK TABLE FULL AT ' KFB-PART-NO      00051100
               GO TO LOAD-NEXT-STOCK.                                   00051200
           ADD 1 TO WS-ACC-COUNT.                                       00051300
           MOVE KFB-PART-NO TO WS-ACC-PART (WS-ACC-COUNT).              00051400
           MOVE STOCK-LOCATION TO WS-ACC-KEY (WS-ACC-COUNT).            00051500
           MOVE UNIT-PRICE TO WS-ACC-PRICE (WS-ACC-COUNT).              00051600
           MOVE TOT-STOCK TO WS-ACC-ON-HAND (WS-ACC-COUNT).             00051700
           MOVE ZERO TO WS-ACC-DISB-QTY (WS-ACC-COUNT).                 00051800
           MOVE ZERO TO WS-ACC-DISB-VAL (WS-ACC-COUNT).                 00051900
           MOVE ZERO TO WS-ACC-HAND-VAL (WS-ACC-COUNT).                 00052000
           MOVE ZERO TO WS-ACC-LAST-DISB (WS-ACC-COUNT).                00052100
           MOVE ZERO TO WS-ACC-ON-ORDER (WS-ACC-COUNT).                 00052200
           MOVE 'C' TO WS-ACC-CLASS (WS-ACC-COUNT).                     00052300
           MOVE SPACE TO WS-ACC-STATUS (WS-ACC-COUNT).                  00052400
       LOAD-NEXT-STOCK.                                                 00052500
           CALL 'CBLTDLI' USING GET-NEXT, DB-PCB, STOK-SRA,             00052600
               SSA-ALL-STOCK.                                           00052700
       LOAD-ONE-STOCK-EXIT.                                             00052800
           EXIT.                                                        00052900
                                                                        00053000
      *    DISBURSEMENTS AND TRANSFER DISPATCHES ARE WHAT LEAVES THE    00053100
      *    LOCATION.  THE LATEST ONE IS KEPT WHATEVER ITS AGE; ONLY     00053200
      *    THE LAST TWELVE MONTHS' COUNT TOWARDS THE VALUE.             00053300
       ACCUM-ONE-MOVEMENT.                                              00053400
           ADD 1 TO WS-CNT-MOVEMENTS.                                   00053500
           IF MV-TRANS-TYPE NOT = 'DP' AND                              00053600
              MV-TRANS-TYPE NOT = 'DU' AND                              00053700
              MV-TRANS-TYPE NOT = 'TD'                                  00053800
               GO TO ACCUM-NEXT-MOVEMENT.                               00053900
           MOVE 0 TO WS-HIT.                                            00054000
           PERFORM FIND-ACC-ENTRY THRU FIND-ACC-EXIT                    00054100
               VARYING WS-A FROM 1 BY 1                                 00054200
               UNTIL WS-A > WS-ACC-COUNT OR WS-HIT > 0.                 00054300
           IF WS-HIT = 0                                                00054400
               ADD 1 TO WS-CNT-UNMATCHED                                00054500
               GO TO ACCUM-NEXT-MOVEMENT.                               00054600
           IF MV-DATE > WS-ACC-LAST-DISB (WS-HIT)                       00054700
               MOVE MV-DATE TO WS-ACC-LAST-DISB (WS-HIT).               00054800
           MOVE MV-DATE TO WS-DATE-SPLIT.                               00054900
           PERFORM AGE-OF-DATE THRU AGE-OF-DATE-EXIT.                   00055000
           IF WS-MV-AGE < WS-VALUE-DAYS                                 00055100
               ADD MV-QUANTITY TO WS-ACC-DISB-QTY (WS-HIT).             00055200
       ACCUM-NEXT-MOVEMENT.                                             00055300
           READ MOVEIN AT END MOVE 'Y' TO WS-MOVE-EOF-SW.               00055400
       ACCUM-ONE-EXIT.                                                  00055500
           EXIT.                                                        00055600
                                                                        00055700
       FIND-ACC-ENTRY.                                                  00055800
           IF WS-ACC-PART (WS-A) = MV-PART-NO AND                       00055900
              WS-ACC-KEY (WS-A) = MV-INV-KEY                            00056000
               MOVE WS-A TO WS-HIT.                                     00056100
       FIND-ACC-EXIT.                                                   00056200
           EXIT.                                                        00056300
                                                                        00056400
      *    WS-DATE-SPLIT IN, DAYS BEFORE TODAY OUT IN WS-MV-AGE.        00056500
      *    A DATE AHEAD OF TODAY COUNTS AS TODAY.                       00056600
       AGE-OF-DATE.                                                     00056700
           COMPUTE WS-MV-SERIAL = (WS-SPLIT-YYYY - 1) * 365             00056800
               + (WS-SPLIT-YYYY - 1) / 4 + WS-SPLIT-DDD.                00056900
           COMPUTE WS-MV-AGE = WS-TODAY-SERIAL - WS-MV-SERIAL.          00057000
           IF WS-MV-AGE < 0                                             00057100
               MOVE 0 TO WS-MV-AGE.                                     00057200
       AGE-OF-DATE-EXIT.                                                00057300
           EXIT.                                                        00057400
                                                                        00057500
      *    OPEN PO QUANTITY STILL TO ARRIVE IS TOTALLED ON THE PART/    00057600
      *    LOCATION; THE LINES THEMSELVES ARE KEPT FOR THE LISTING.     00057700
       LOAD-ONE-PO-LINE.                                                00057800
           ADD 1 TO WS-CNT-PO-LINES.                                    00057900
           MOVE OP-PART-NO TO MV-PART-NO.                               00058000
           MOVE OP-INV-KEY TO MV-INV-KEY.                               00058100
           MOVE 0 TO WS-HIT.                                            00058200
           PERFORM FIND-ACC-ENTRY THRU FIND-ACC-EXIT                    00058300
               VARYING WS-A FROM 1 BY 1                                 00058400
               UNTIL WS-A > WS-ACC-COUNT OR WS-HIT > 0.                 00058500
           IF WS-HIT > 0                                                00058600
               ADD OP-QUANTITY TO WS-ACC-ON-ORDER (WS-HIT).             00058700
           IF WS-PO-COUNT < 500                                         00058800
               ADD 1 TO WS-PO-COUNT                                     00058900
               MOVE OP-PO-NUMBER TO WS-PO-NUMBER (WS-PO-COUNT)          00059000
               MOVE OP-VENDOR-CODE TO WS-PO-VENDOR (WS-PO-COUNT)        00059100
               MOVE OP-PART-NO TO WS-PO-PART (WS-PO-COUNT)              00059200
               MOVE OP-INV-KEY TO WS-PO-KEY (WS-PO-COUNT)               00059300
               MOVE OP-QUANTITY TO WS-PO-QTY (WS-PO-COUNT)              00059400
           ELSE                                                         00059500
               DISPLAY 'DFSSAM19 PO TABLE FULL AT ' OP-PO-NUMBER.       00059600
           READ OPENPO AT END MOVE 'Y' TO WS-OPENPO-EOF-SW.             00059700
       LOAD-ONE-PO-EXIT.                                                00059800
           EXIT.                                                        00059900
                                                                        00060000
      *    BOTH VALUES AT THE CURRENT UNIT PRICE.  STOCK ON HAND WITH   00060100
      *    NO DISBURSEMENT INSIDE THE OBSOLETE PERIOD IS OBSOLETE,      00060200
      *    INSIDE THAT BUT NOT THE SLOW-MOVING PERIOD SLOW-MOVING.      00060300
       VALUE-ONE-PART.                                                  00060400
           COMPUTE WS-ACC-DISB-VAL (WS-A) ROUNDED =                     00060500
               WS-ACC-DISB-QTY (WS-A) * WS-ACC-PRICE (WS-A).            00060600
           COMPUTE WS-ACC-HAND-VAL (WS-A) ROUNDED =                     00060700
               WS-ACC-ON-HAND (WS-A) * WS-ACC-PRICE (WS-A).             00060800
           IF WS-ACC-DISB-VAL (WS-A) > ZERO                             00060900
               ADD WS-ACC-DISB-VAL (WS-A) TO WS-TOTAL-DISB-VAL.         00061000
           IF WS-ACC-ON-HAND (WS-A) NOT > ZERO                          00061100
               GO TO VALUE-ONE-EXIT.                                    00061200
           IF WS-ACC-LAST-DISB (WS-A) = ZERO                            00061300
               MOVE 'O' TO WS-ACC-STATUS (WS-A)                         00061400
               GO TO VALUE-ONE-EXIT.                                    00061500
           MOVE WS-ACC-LAST-DISB (WS-A) TO WS-DATE-SPLIT.               00061600
           PERFORM AGE-OF-DATE THRU AGE-OF-DATE-EXIT.                   00061700
           IF WS-MV-AGE NOT < WS-OBSOL-DAYS                             00061800
               MOVE 'O' TO WS-ACC-STATUS (WS-A)                         00061900
               GO TO VALUE-ONE-EXIT.                                    00062000
           IF WS-MV-AGE NOT < WS-SLOW-DAYS                              00062100
               MOVE 'S' TO WS-ACC-STATUS (WS-A).                        00062200
       VALUE-ONE-EXIT.                                                  00062300
           EXIT.                                                        00062400
                                                                        00062500
      *    HIGHEST DISBURSEMENT VALUE FIRST - THE ORDER THE CLASS       00062600
      *    BOUNDARIES ARE WALKED IN.                                    00062700
       RANK-BY-VALUE.                                                   00062800
           PERFORM RANK-ONE-PASS THRU RANK-ONE-EXIT                     00062900
               VARYING WS-A FROM 1 BY 1                                 00063000
               UNTIL WS-A >= WS-ACC-COUNT.                              00063100
       RANK-EXIT.                                                       00063200
           EXIT.                                                        00063300
                                                                        00063400
       RANK-ONE-PASS.                                                   00063500
           PERFORM RANK-ONE-PAIR THRU RANK-PAIR-EXIT                    00063600
               VARYING WS-B FROM 1 BY 1                                 00063700
               UNTIL WS-B >= WS-ACC-COUNT.                              00063800
       RANK-ONE-EXIT.                                                   00063900
           EXIT.                                                        00064000
                                                                        00064100
       RANK-ONE-PAIR.                                                   00064200
           COMPUTE WS-C = WS-B + 1.                                     00064300
           IF WS-ACC-DISB-VAL (WS-B) < WS-ACC-DISB-VAL (WS-C)           00064400
               MOVE WS-ACC-ENTRY (WS-B) TO WS-SWAP-ENTRY                00064500
               MOVE WS-ACC-ENTRY (WS-C) TO WS-ACC-ENTRY (WS-B)          00064600
               MOVE WS-SWAP-ENTRY TO WS-ACC-ENTRY (WS-C).               00064700
       RANK-PAIR-EXIT.                                                  00064800
           EXIT.                                                        00064900
                                                                        00065000
      *    A PART/LOCATION IS CLASS A WHILE THE VALUE RANKED AHEAD OF   00065100
      *    IT IS STILL SHORT OF THE A CUT-OFF, SO THE ONE THAT CROSSES  00065200
      *    THE LINE IS IN; LIKEWISE B.  NOTHING DISBURSED IS ALWAYS C.  00065300
       CLASSIFY-ONE-PART.                                               00065400
           IF WS-ACC-DISB-VAL (WS-A) NOT > ZERO OR                      00065500
              WS-TOTAL-DISB-VAL NOT > ZERO                              00065600
               MOVE 'C' TO WS-ACC-CLASS (WS-A)                          00065700
               GO TO CLASSIFY-COUNT.                                    00065800
           COMPUTE WS-CUM-PCT =                                         00065900
               WS-CUM-DISB-VAL * 100 / WS-TOTAL-DISB-VAL.               00066000
           ADD WS-ACC-DISB-VAL (WS-A) TO WS-CUM-DISB-VAL.               00066100
           IF WS-CUM-PCT < WS-A-PCT                                     00066200
               MOVE 'A' TO WS-ACC-CLASS (WS-A)                          00066300
           ELSE                                                         00066400
               IF WS-CUM-PCT < WS-B-PCT                                 00066500
                   MOVE 'B' TO WS-ACC-CLASS (WS-A)                      00066600
               ELSE                                                     00066700
                   MOVE 'C' TO WS-ACC-CLASS (WS-A).                     00066800
       CLASSIFY-COUNT.                                                  00066900
           IF WS-ACC-CLASS (WS-A) = 'A'                                 00067000
               ADD 1 TO WS-CNT-CLASS-A                                  00067100
               ADD WS-ACC-DISB-VAL (WS-A) TO WS-VAL-CLASS-A.            00067200
           IF WS-ACC-CLASS (WS-A) = 'B'                                 00067300
               ADD 1 TO WS-CNT-CLASS-B                                  00067400
               ADD WS-ACC-DISB-VAL (WS-A) TO WS-VAL-CLASS-B.            00067500
           IF WS-ACC-CLASS (WS-A) = 'C'                                 00067600
               ADD 1 TO WS-CNT-CLASS-C                                  00067700
               ADD WS-ACC-DISB-VAL (WS-A) TO WS-VAL-CLASS-C.            00067800
       CLASSIFY-ONE-EXIT.                                               00067900
           EXIT.                                                        00068000
                                                                        00068100
       PRINT-SLOW-MOVING.                                               00068200
           DISPLAY '-----------------------------------------------'.   00068300
           DISPLAY 'DFSSAM19 SLOW-MOVING AND OBSOLETE STOCK'.           00068400
           DISPLAY '  PART NO         LOCATION CL ST LAST DISB'         00068500
               '  ON HAND   ON-HAND VALUE  ON ORDER'.                   00068600
           PERFORM PRINT-ONE-FLAGGED THRU PRINT-ONE-FLAGGED-EXIT        00068700
               VARYING WS-A FROM 1 BY 1                                 00068800
               UNTIL WS-A > WS-ACC-COUNT.                               00068900
       PRINT-SLOW-EXIT.                                                 00069000
           EXIT.                                                        00069100
                                                                        00069200
      *    THE LINE ON THE REPORT AND THE WRITE-DOWN PROPOSAL CARRY     00069300
      *    THE SAME FIGURES, SO FINANCE CAN TIE ONE TO THE OTHER.       00069400
       PRINT-ONE-FLAGGED.                                               00069500
           IF WS-ACC-STATUS (WS-A) = SPACE                              00069600
               GO TO PRINT-ONE-FLAGGED-EXIT.                            00069700
           IF WS-ACC-STATUS (WS-A) = 'O'                                00069800
               ADD 1 TO WS-CNT-OBSOLETE                                 00069900
               ADD WS-ACC-HAND-VAL (WS-A) TO WS-VAL-OBSOLETE            00070000
               MOVE WS-OBSOL-WD-PCT TO WS-WRITE-DOWN-PCT                00070100
           ELSE                                                         00070200
               ADD 1 TO WS-CNT-SLOW                                     00070300
               ADD WS-ACC-HAND-VAL (WS-A) TO WS-VAL-SLOW                00070400
               MOVE WS-SLOW-WD-PCT TO WS-WRITE-DOWN-PCT.                00070500
           COMPUTE WS-WRITE-DOWN-AMT ROUNDED =                          00070600
               WS-ACC-HAND-VAL (WS-A) * WS-WRITE-DOWN-PCT / 100.        00070700
           ADD WS-WRITE-DOWN-AMT TO WS-VAL-WRITE-DOWN.                  00070800
           MOVE WS-ACC-ON-HAND (WS-A) TO WS-DISP-QTY.                   00070900
           MOVE WS-ACC-HAND-VAL (WS-A) TO WS-DISP-VALUE.                00071000
           MOVE WS-ACC-ON-ORDER (WS-A) TO WS-DISP-ORDER.                00071100
           DISPLAY '  ' WS-ACC-PART (WS-A) ' ' WS-ACC-KEY (WS-A)        00071200
               ' ' WS-ACC-CLASS (WS-A) '  ' WS-ACC-STATUS (WS-A)        00071300
               '  ' WS-ACC-LAST-DISB (WS-A) ' ' WS-DISP-QTY             00071400
               ' ' WS-DISP-VALUE ' ' WS-DISP-ORDER.                     00071500
           PERFORM PRINT-ONE-PO-LINE THRU PRINT-ONE-PO-EXIT             00071600
               VARYING WS-P FROM 1 BY 1                                 00071700
               UNTIL WS-P > WS-PO-COUNT.                                00071800
                                                                        00071900
           MOVE SPACES TO WRITEDN-RECORD.                               00072000
           MOVE WS-ACC-PART (WS-A) TO WD-PART-NO.                       00072100
           MOVE WS-ACC-KEY (WS-A) TO WD-INV-KEY.                        00072200
           MOVE WS-ACC-STATUS (WS-A) TO WD-STATUS.                      00072300
           MOVE WS-ACC-CLASS (WS-A) TO WD-ABC-CLASS.                    00072400
           MOVE WS-ACC-LAST-DISB (WS-A) TO WD-LAST-DISB-DATE.           00072500
           MOVE WS-ACC-ON-HAND (WS-A) TO WD-ON-HAND.                    00072600
           MOVE WS-ACC-HAND-VAL (WS-A) TO WD-ON-HAND-VALUE.             00072700
           MOVE WS-ACC-ON-ORDER (WS-A) TO WD-ON-ORDER.                  00072800
           MOVE WS-WRITE-DOWN-PCT TO WD-WRITE-DOWN-PCT.                 00072900
           MOVE WS-WRITE-DOWN-AMT TO WD-WRITE-DOWN-AMT.                 00073000
           WRITE WRITEDN-RECORD.                                        00073100
       PRINT-ONE-FLAGGED-EXIT.                                          00073200
           EXIT.                                                        00073300
                                                                        00073400
      *    STOCK STILL ARRIVING FOR A PART NOTHING IS DRAWING ON IS     00073500
      *    THE FIRST THING PURCHASING CAN STOP.                         00073600
       PRINT-ONE-PO-LINE.                                               00073700
           IF WS-PO-PART (WS-P) NOT = WS-ACC-PART (WS-A) OR             00073800
              WS-PO-KEY (WS-P) NOT = WS-ACC-KEY (WS-A)                  00073900
               GO TO PRINT-ONE-PO-EXIT.                                 00074000
           MOVE WS-PO-QTY (WS-P) TO WS-DISP-ORDER.                      00074100
           DISPLAY '      OPEN PO ' WS-PO-NUMBER (WS-P)                 00074200
               ' VENDOR ' WS-PO-VENDOR (WS-P)                           00074300
               ' STILL TO ARRIVE ' WS-DISP-ORDER.                       00074400
       PRINT-ONE-PO-EXIT.                                               00074500
           EXIT.                                                        00074600
                                                                        00074700
       PRINT-SUMMARY.                                                   00074800
           DISPLAY '-----------------------------------------------'.   00074900
           DISPLAY 'DFSSAM19 ABC CLASSIFICATION SUMMARY'.               00075000
           MOVE WS-A-PCT TO WS-DISP-PCT.                                00075100
           MOVE WS-VAL-CLASS-A TO WS-DISP-TOTAL.                        00075200
           DISPLAY 'CLASS A (TO ' WS-DISP-PCT '%).......: '             00075300
               WS-CNT-CLASS-A ' DISBURSED ' WS-DISP-TOTAL.              00075400
           MOVE WS-B-PCT TO WS-DISP-PCT.                                00075500
           MOVE WS-VAL-CLASS-B TO WS-DISP-TOTAL.                        00075600
           DISPLAY 'CLASS B (TO ' WS-DISP-PCT '%).......: '             00075700
               WS-CNT-CLASS-B ' DISBURSED ' WS-DISP-TOTAL.              00075800
           MOVE WS-VAL-CLASS-C TO WS-DISP-TOTAL.                        00075900
           DISPLAY 'CLASS C...................: '                       00076000
               WS-CNT-CLASS-C ' DISBURSED ' WS-DISP-TOTAL.              00076100
           MOVE WS-VAL-SLOW TO WS-DISP-TOTAL.                           00076200
           DISPLAY 'SLOW-MOVING...............: '                       00076300
               WS-CNT-SLOW ' ON HAND   ' WS-DISP-TOTAL.                 00076400
           MOVE WS-VAL-OBSOLETE TO WS-DISP-TOTAL.                       00076500
           DISPLAY 'OBSOLETE..................: '                       00076600
               WS-CNT-OBSOLETE ' ON HAND   ' WS-DISP-TOTAL.             00076700
           MOVE WS-VAL-WRITE-DOWN TO WS-DISP-TOTAL.                     00076800
           DISPLAY 'WRITE-DOWN PROPOSED.......: ' WS-DISP-TOTAL.        00076900
           DISPLAY 'STOCK RECORDS.............: ' WS-CNT-STOCK-RECORDS. 00077000
           DISPLAY 'MOVEMENTS READ............: ' WS-CNT-MOVEMENTS.     00077100
           DISPLAY 'DISBURSEMENTS NOT ON BASE.: ' WS-CNT-UNMATCHED.     00077200
           DISPLAY 'OPEN PO LINES READ........: ' WS-CNT-PO-LINES.      00077300
           DISPLAY 'CLASSES STORED............: ' WS-CNT-APPLIED.       00077400
           DISPLAY 'MODE......................: ' WS-MODE.              00077500
           DISPLAY '-----------------------------------------------'.   00077600
       PRINT-SUMMARY-EXIT.                                              00077700
           EXIT.                                                        00077800
                                                                        00077900
      *    UPDATE MODE ONLY - A STOKSTAT ALREADY CARRYING ITS CLASS     00078000
      *    IS LEFT ALONE, WHICH ALSO COVERS THE ONES A FAILED RUN       00078100
      *    STORED BEFORE ITS LAST CHECKPOINT.                           00078200
       APPLY-ONE-PART.                                                  00078300
           MOVE WS-ACC-PART (WS-A) TO VALUE-1.                          00078400
           MOVE WS-ACC-KEY (WS-A) TO VALUE-2.                           00078500
           CALL 'CBLTDLI' USING GET-HOLD-UNIQUE, DB-PCB, STOK-SRA,      00078600
               SSA1, SSA2.                                              00078700
           IF STATUS-CODE NOT = '  '                                    00078800
               DISPLAY 'DFSSAM19 STOCK RECORD NOT FOUND FOR '           00078900
                   WS-ACC-PART (WS-A) ' ' WS-ACC-KEY (WS-A)             00079000
               GO TO APPLY-ONE-EXIT.                                    00079100
           IF ABC-CLASS = WS-ACC-CLASS (WS-A)                           00079200
               GO TO APPLY-ONE-EXIT.                                    00079300
           MOVE WS-ACC-CLASS (WS-A) TO ABC-CLASS.                       00079400
           CALL 'CBLTDLI' USING REPLACE1, DB-PCB, STOK-SRA.             00079500
           IF STATUS-CODE NOT = '  '                                    00079600
               DISPLAY 'DFSSAM19 UNRESOLVED STATUS CODE '               00079700
                   STATUS-CODE ' ON REPL' UPON CONSOLE                  00079800
               PERFORM BACK-OUT-RUN.                                    00079900
           ADD 1 TO WS-CNT-APPLIED.                                     00080000
           ADD 1 TO WS-CHKP-COUNT.                                      00080100
           IF WS-CHKP-COUNT NOT < WS-CHKP-INTERVAL                      00080200
               PERFORM TAKE-CHECKPOINT THRU TAKE-CHECKPOINT-EXIT.       00080300
       APPLY-ONE-EXIT.                                                  00080400
           EXIT.                                                        00080500
                                                                        00080600
      *    THE RUNLOG ROW IS UPDATED FIRST SO THE CHKP COMMITS IT       00080700
      *    TOGETHER WITH THE CLASSES IT COUNTS.                         00080800
       TAKE-CHECKPOINT.                                                 00080900
           ADD 1 TO WS-CHKP-SEQ.                                        00081000
           MOVE WS-CHKP-SEQ TO WS-SAVE-CHKP-SEQ.                        00081100
           MOVE WS-CNT-APPLIED TO WS-SAVE-APPLIED.                      00081200
           MOVE RUN-CYCLE-DATE TO WS-SAVE-CYCLE-DATE.                   00081300
           MOVE 'C' TO RUN-FUNCTION.                                    00081400
           MOVE WS-CHKP-ID TO RUN-CHKP-ID.                              00081500
           PERFORM SET-RUN-COUNTERS THRU SET-RUN-COUNTERS-EXIT.         00081600
           CALL 'LGRUNLOG' USING WS-RUNLOG.                             00081700
           CALL 'CBLTDLI' USING CHECKPOINT, IO-PCB, WS-CHKP-ID-LEN,     00081800
               WS-CHKP-ID, WS-CHKP-SAVE-LEN, WS-CHKP-SAVE.              00081900
           IF IO-STATUS NOT = '  '                                      00082000
               DISPLAY 'DFSSAM19 UNRESOLVED STATUS CODE '               00082100
                   IO-STATUS ' ON CHKP' UPON CONSOLE                    00082200
               PERFORM BACK-OUT-RUN.                                    00082300
           MOVE 0 TO WS-CHKP-COUNT.                                     00082400
       TAKE-CHECKPOINT-EXIT.                                            00082500
           EXIT.                                                        00082600
                                                                        00082700
      *    A RUN GIVING UP ON A DL/I ERROR MUST NOT END NORMALLY AND    00082800
      *    COMMIT WHAT IT DID SINCE THE LAST CHECKPOINT.                00082900
       BACK-OUT-RUN.                                                    00083000
           CALL 'CBLTDLI' USING ROLL-BACK, IO-PCB.                      00083100
           MOVE 16 TO RETURN-CODE.                                      00083200
           GOBACK.                                                      00083300
                                                                        00083400
       END PROGRAM DFSSAM19.                                            00083500
