       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.    DFSSAM20.                                         00000200
      *                                                                 00000300
      *          PARTS ORDER ENTRY, PICK LIST AND DISPATCH              00000400
      *          CONFIRMATION.  BMP - RUNS WITH THE INVENTORY DATA      00000500
      *          BASE PCB AND THE REORDER AND MOVEMENT GSAM PCBS.       00000600
      *          AN ORDER IS A HEADER ('H' RECORD - ORDER NUMBER,       00000700
      *          REQUESTER, REQUESTED DATE, PLANNED OR UNPLANNED        00000800
      *          DISBURSEMENT) WITH NUMBERED LINES ('L' RECORDS -       00000900
      *          PART, LOCATION AND QUANTITY).  EACH LINE ENTERED IS    00001000
      *          ALLOCATED BY THE DFSSAM13 'A' RULE: WHEN ON-HAND       00001100
      *          MINUS ALREADY-ALLOCATED COVERS IT THE QUANTITY GOES    00001200
      *          ON STOKSTAT'S ALLOCATED, OTHERWISE A BACKORDR CHILD    00001300
      *          IS CUT WITH THE ORDER NUMBER AS ITS WORK ORDER.  A     00001400
      *          'C' RECORD CONFIRMS THE DISPATCH OF A LINE (ZERO       00001500
      *          QUANTITY MEANS THE WHOLE LINE) AND POSTS IT AS THE     00001600
      *          DFSSAM06 DISBURSEMENT DOES - ON-HAND AND THE           00001700
      *          RESERVATION COME DOWN, THE PLANNED OR UNPLANNED        00001800
      *          FIGURES MOVE, A 'DP' OR 'DU' MOVEMENT IS ISRT'D WITH   00001900
      *          THE ORDER NUMBER IN THE TERMINAL FIELD, AND A          00002000
      *          REORDER REQUEST GOES OUT WHEN THE REORDER POINT IS     00002100
      *          REACHED.  A FULLY DISPATCHED LINE IS CLOSED; A         00002200
      *          PART-DISPATCH LEAVES THE REST OPEN.  AN 'X' RECORD     00002300
      *          CANCELS A LINE AND RELEASES WHAT IT HELD, AS THE       00002400
      *          DFSSAM13 'R' RELEASE DOES.  OPEN ORDERS CARRY          00002500
      *          FORWARD ON ORDIN/ORDOUT UNTIL THEIR LAST LINE          00002600
      *          CLOSES.  THE PICK LIST ON PICKLST HAS EVERY            00002700
      *          ALLOCATED LINE DUE BY TODAY, ONE PAGE PER LOCATION     00002800
      *          (THE STOCK KEY LESS ITS AREA BYTE), SORTED BY          00002900
      *          STORAGE AREA AND PART.  LINES ALLOCATED LONGER THAN    00003000
      *          THE SYSIN NUMBER OF DAYS (DEFAULT 10) WITHOUT A        00003100
      *          DISPATCH ARE REPORTED SO THEIR STOCK CAN BE            00003200
      *          RELEASED WITH AN 'X' RECORD.                           00003300
      *          EVERY RUN, ONCE THE ORDER RECORDS ARE APPLIED, EACH    00003312
      *          BACKORDERED LINE STILL OPEN IS TRIED AGAIN: WHEN       00003324
      *          ON-HAND MINUS ALREADY-ALLOCATED NOW COVERS IT THE      00003336
      *          QUANTITY GOES ON ALLOCATED, THE LINE BECOMES           00003348
      *          ALLOCATED AND ITS BACKORDR IS DELETED.  A              00003360
      *          BACKORDERED LINE THAT IS DISPATCHED IN FULL OR         00003372
      *          CANCELLED HAS ITS BACKORDR DELETED AS WELL.            00003384
      *          A SYMBOLIC CHECKPOINT (CHKP) IS TAKEN EVERY N ORDER    00003400
      *          RECORDS, N FROM THE SECOND SYSIN CARD (COLUMNS 1-6,    00003500
      *          DEFAULT 000500).  RESTARTED WITH CKPTID= THE XRST      00003600
      *          CALL BRINGS BACK THE ORDTRN POSITION AND THE           00003700
      *          COUNTERS: THE OPEN ORDERS ARE REBUILT FROM ORDIN BY    00003800
      *          REPLAYING THE RECORDS ALREADY APPLIED AGAINST THEM     00003900
      *          WITH NO UPDATE CALLS - A REPLAYED LINE IS TAKEN AS     00004000
      *          BACKORDERED WHEN ITS STOCK RECORD CARRIES THE          00004100
      *          BACKORDR IT CUT - AND THE RUN CARRIES ON FROM THE      00004200
      *          NEXT RECORD.  THE START, EACH CHECKPOINT, A RESTART    00004300
      *          AND THE END ARE RECORDED ON THE RUNLOG THROUGH         00004400
      *          LGRUNLOG.                                              00004500
      *                                                                 00004600
       ENVIRONMENT DIVISION.                                            00004700
       CONFIGURATION SECTION.                                           00004800
       SOURCE-COMPUTER.  IBM-370.                                       00004900
       OBJECT-COMPUTER.  IBM-370.                                       00005000
       INPUT-OUTPUT SECTION.                                            00005100
       FILE-CONTROL.                                                    00005200
           SELECT ORDTRN ASSIGN TO ORDTRN                               00005300
               FILE STATUS IS ORDTRN-STATUS                             00005400
               ORGANIZATION IS SEQUENTIAL.                              00005500
           SELECT ORDIN ASSIGN TO ORDIN                                 00005600
               FILE STATUS IS ORDIN-STATUS                              00005700
               ORGANIZATION IS SEQUENTIAL.                              00005800
           SELECT ORDOUT ASSIGN TO ORDOUT                               00005900
               FILE STATUS IS ORDOUT-STATUS                             00006000
               ORGANIZATION IS SEQUENTIAL.                              00006100
           SELECT PICKLST ASSIGN TO PICKLST                             00006200
               FILE STATUS IS PICKLST-STATUS                            00006300
               ORGANIZATION IS SEQUENTIAL.                              00006400
                                                                        00006500
       DATA DIVISION.                                                   00006600
       FILE SECTION.                                                    00006700
      *    THE DAY'S ORDER RECORDS - 'H' HEADER, 'L' LINE, 'C'          00006800
      *    DISPATCH CONFIRMATION, 'X' LINE CANCELLATION.                00006900
       FD  ORDTRN RECORDING MODE F.                                     00007000
       01  ORDTRN-RECORD.                                               00007100
           02  OT-ACTION           PICTURE X(1).                        00007200
           02  OT-ORDER-NO         PICTURE X(8).                        00007300
           02  OT-LINE-NO          PICTURE 9(3).                        00007400
           02  OT-HEADER-DATA.                                          00007500
               03  OT-REQUESTER    PICTURE X(10).                       00007600
               03  OT-REQUESTED-DATE PICTURE 9(7).                      00007700
               03  OT-DISB-TYPE    PICTURE X(1).                        00007800
               03  FILLER          PICTURE X(50).                       00007900
           02  OT-LINE-DATA REDEFINES OT-HEADER-DATA.                   00008000
               03  OT-PART-NO      PICTURE X(15).                       00008100
               03  OT-INV-KEY      PICTURE X(8).                        00008200
               03  OT-QUANTITY     PICTURE S9(7)V9.                     00008300
               03  FILLER          PICTURE X(37).                       00008400
                                                                        00008500
      *    OPEN ORDERS CARRIED BETWEEN CYCLES - EACH HEADER ('H',       00008600
      *    LINE 000) FOLLOWED BY ITS LINES STILL OPEN ('L').            00008700
       FD  ORDIN RECORDING MODE F.                                      00008800
       01  ORDIN-RECORD.                                                00008900
           02  OI-REC-TYPE         PICTURE X(1).                        00009000
           02  OI-ORDER-NO         PICTURE X(8).                        00009100
           02  OI-LINE-NO          PICTURE 9(3).                        00009200
           02  OI-HEADER-DATA.                                          00009300
               03  OI-REQUESTER    PICTURE X(10).                       00009400
               03  OI-REQUESTED-DATE PICTURE 9(7).                      00009500
               03  OI-DISB-TYPE    PICTURE X(1).                        00009600
               03  OI-ENTRY-DATE   PICTURE 9(7).                        00009700
               03  FILLER          PICTURE X(43).                       00009800
           02  OI-LINE-DATA REDEFINES OI-HEADER-DATA.                   00009900
               03  OI-PART-NO      PICTURE X(15).                       00010000
               03  OI-INV-KEY      PICTURE X(8).                        00010100
               03  OI-QUANTITY     PICTURE S9(7)V9.                     00010200
               03  OI-ALLOC-QTY    PICTURE S9(7)V9.                     00010300
               03  OI-ALLOC-DATE   PICTURE 9(7).                        00010400
               03  OI-LINE-STATUS  PICTURE X(1).                        00010500
               03  FILLER          PICTURE X(21).                       00010600
                                                                        00010700
       FD  ORDOUT RECORDING MODE F.                                     00010800
       01  ORDOUT-RECORD.                                               00010900
           02  OO-REC-TYPE         PICTURE X(1).                        00011000
           02  OO-ORDER-NO         PICTURE X(8).                        00011100
           02  OO-LINE-NO          PICTURE 9(3).                        00011200
           02  OO-HEADER-DATA.                                          00011300
               03  OO-REQUESTER    PICTURE X(10).                       00011400
               03  OO-REQUESTED-DATE PICTURE 9(7).                      00011500
               03  OO-DISB-TYPE    PICTURE X(1).                        00011600
               03  OO-ENTRY-DATE   PICTURE 9(7).                        00011700
               03  FILLER          PICTURE X(43).                       00011800
           02  OO-LINE-DATA REDEFINES OO-HEADER-DATA.                   00011900
               03  OO-PART-NO      PICTURE X(15).                       00012000
               03  OO-INV-KEY      PICTURE X(8).                        00012100
               03  OO-QUANTITY     PICTURE S9(7)V9.                     00012200
               03  OO-ALLOC-QTY    PICTURE S9(7)V9.                     00012300
               03  OO-ALLOC-DATE   PICTURE 9(7).                        00012400
               03  OO-LINE-STATUS  PICTURE X(1).                        00012500
               03  FILLER          PICTURE X(21).                       00012600
                                                                        00012700
       FD  PICKLST RECORDING MODE F.                                    00012800
       01  PICKLST-RECORD          PICTURE X(80).                       00012900
                                                                        00013000
       WORKING-STORAGE SECTION.                                         00013100
       77  ORDTRN-STATUS           PICTURE 99.                          00013200
       77  ORDIN-STATUS            PICTURE 99.                          00013300
       77  ORDOUT-STATUS           PICTURE 99.                          00013400
       77  PICKLST-STATUS          PICTURE 99.                          00013500
       77  WS-TRAN-EOF-SW          PICTURE X VALUE 'N'.                 00013600
           88  WS-TRAN-EOF                   VALUE 'Y'.                 00013700
       77  WS-ORDIN-EOF-SW         PICTURE X VALUE 'N'.                 00013800
           88  WS-ORDIN-EOF                  VALUE 'Y'.                 00013900
                                                                        00014000
       77  GET-UNIQUE, PICTURE XXXX, VALUE 'GU  '.                      00014100
       77  GET-NEXT, PICTURE XXXX, VALUE 'GN  '.                        00014200
       77  GET-HOLD-UNIQUE, PICTURE XXXX, VALUE 'GHU '.                 00014300
       77  REPLACE1, PICTURE XXXX, VALUE 'REPL'.                        00014400
       77  IN-SERT,  PICTURE XXXX, VALUE 'ISRT'.                        00014500
       77  GET-HOLD-NEXT, PICTURE XXXX, VALUE 'GHN '.                   00014533
       77  DELEET, PICTURE XXXX, VALUE 'DLET'.                          00014566
                                                                        00014600
       77  WS-AGE-CARD             PICTURE 9(3) VALUE 010.              00014700
       77  WS-AGE-LIMIT            PICTURE S9(4) COMP VALUE 10.         00014800
                                                                        00014900
      *    OPEN ORDER HEADERS - LINES EVER ENTERED AND LINES STILL      00015000
      *    OPEN DECIDE WHETHER THE ORDER CARRIES FORWARD.               00015100
       77  WS-OH-COUNT             PICTURE S9(4) COMP VALUE 0.          00015200
       01  WS-OH-TABLE.                                                 00015300
           02  WS-OH-ENTRY OCCURS 300 TIMES.                            00015400
               03  WS-OH-ORDER     PICTURE X(8).                        00015500
               03  WS-OH-REQUESTER PICTURE X(10).                       00015600
               03  WS-OH-REQ-DATE  PICTURE 9(7).                        00015700
               03  WS-OH-DISB-TYPE PICTURE X.                           00015800
               03  WS-OH-ENTRY-DATE PICTURE 9(7).                       00015900
               03  WS-OH-LINES     PICTURE S9(4) COMP.                  00016000
               03  WS-OH-OPEN      PICTURE S9(4) COMP.                  00016100
                                                                        00016200
      *    ORDER LINES - STATUS 'A' ALLOCATED, 'B' BACKORDERED,         00016300
      *    'D' DISPATCHED AND 'X' CANCELLED; ONLY 'A' AND 'B' ARE       00016400
      *    OPEN AND CARRY FORWARD.                                      00016500
       77  WS-OL-COUNT             PICTURE S9(4) COMP VALUE 0.          00016600
       01  WS-OL-TABLE.                                                 00016700
           02  WS-OL-ENTRY OCCURS 1000 TIMES.                           00016800
               03  WS-OL-ORDER     PICTURE X(8).                        00016900
               03  WS-OL-LINE      PICTURE 9(3).                        00017000
               03  WS-OL-PART      PICTURE X(15).                       00017100
               03  WS-OL-KEY       PICTURE X(8).                        00017200
               03  WS-OL-QTY       PICTURE S9(7)V9.                     00017300
               03  WS-OL-ALLOC-QTY PICTURE S9(7)V9.                     00017400
               03  WS-OL-ALLOC-DATE PICTURE 9(7).                       00017500
               03  WS-OL-STATUS    PICTURE X.                           00017600
                                                                        00017700
      *    PICK LIST LINES, SORTED ON LOCATION, STORAGE AREA, PART,     00017800
      *    ORDER AND LINE.                                              00017900
       77  WS-PK-COUNT             PICTURE S9(4) COMP VALUE 0.          00018000
       01  WS-PK-TABLE.                                                 00018100
           02  WS-PK-ENTRY OCCURS 1000 TIMES.                           00018200
               03  WS-PK-SORT-KEY.                                      00018300
                   04  WS-PK-LOCATION PICTURE X(7).                     00018400
                   04  WS-PK-AREA  PICTURE X.                           00018500
                   04  WS-PK-PART  PICTURE X(15).                       00018600
                   04  WS-PK-ORDER PICTURE X(8).                        00018700
                   04  WS-PK-LINE  PICTURE 9(3).                        00018800
               03  WS-PK-KEY       PICTURE X(8).                        00018900
               03  WS-PK-QTY       PICTURE S9(7)V9.                     00019000
               03  WS-PK-REQUESTER PICTURE X(10).                       00019100
               03  WS-PK-REQ-DATE  PICTURE 9(7).                        00019200
       01  WS-PK-SWAP              PICTURE X(77).                       00019300
                                                                        00019400
       77  WS-O                    PICTURE S9(4) COMP VALUE 0.          00019500
       77  WS-L                    PICTURE S9(4) COMP VALUE 0.          00019600
       77  WS-P                    PICTURE S9(4) COMP VALUE 0.          00019700
       77  WS-Q                    PICTURE S9(4) COMP VALUE 0.          00019800
       77  WS-R                    PICTURE S9(4) COMP VALUE 0.          00019900
       77  WS-OH-HIT               PICTURE S9(4) COMP VALUE 0.          00020000
       77  WS-OL-HIT               PICTURE S9(4) COMP VALUE 0.          00020100
       77  WS-FIND-ORDER           PICTURE X(8).                        00020200
       77  WS-FIND-LINE            PICTURE 9(3).                        00020300
       77  WS-LINE-STATUS          PICTURE X.                           00020400
       77  WS-LINE-ALLOC           PICTURE S9(7)V9 VALUE ZERO.          00020500
       77  WS-AVAILABLE            PICTURE S9(7)V9 VALUE ZERO.          00020600
       77  WS-DISPATCH-QTY         PICTURE S9(7)V9 VALUE ZERO.          00020700
       77  WS-RELEASE-QTY          PICTURE S9(7)V9 VALUE ZERO.          00020800
       77  WS-DISB-TYPE            PICTURE X.                           00020900
       77  WS-BO-MATCHES           PICTURE S9(4) COMP VALUE 0.          00021000
       77  WS-BO-TAKEN             PICTURE S9(4) COMP VALUE 0.          00021100
       77  WS-AGE-DAYS             PICTURE S9(4) COMP VALUE 0.          00021200
       77  WS-DISP-QTY             PICTURE Z(6)9.9-.                    00021300
       77  WS-LAST-LOCATION        PICTURE X(7).                        00021400
                                                                        00021500
      *    THE STOCK KEY SPLIT INTO ITS STORAGE AREA AND THE            00021600
      *    LOCATION (DEPARTMENT, PROJECT/CONTRACT, DIVISION).           00021700
       01  WS-KEY-SPLIT.                                                00021800
           02  WS-KEY-AREA         PICTURE X.                           00021900
           02  WS-KEY-LOCATION.                                         00022000
               03  WS-LOC-DEPT     PICTURE XX.                          00022100
               03  WS-LOC-PROJ     PICTURE XXX.                         00022200
               03  WS-LOC-DIV      PICTURE XX.                          00022300
                                                                        00022400
       01  WS-TODAY-DATE           PICTURE 9(7).                        00022500
       77  WS-TODAY-SERIAL         PICTURE S9(7) VALUE ZERO.            00022600
       77  WS-ALLOC-SERIAL         PICTURE S9(7) VALUE ZERO.            00022700
      *    A YYYYDDD DATE AND THE RUNNING DAY NUMBER DAY-SERIAL MAKES   00022800
      *    OF IT - WHOLE YEARS SINCE YEAR 1 TIMES 365, ONE EXTRA DAY    00022900
      *    FOR EVERY FOURTH YEAR, PLUS THE DAY OF THE YEAR.  GOOD FROM  00023000
      *    1901 TO 2099.                                                00023100
       01  WS-SERIAL-DATE.                                              00023200
           02  WS-SERIAL-YYYY      PICTURE 9(4).                        00023300
           02  WS-SERIAL-DDD       PICTURE 9(3).                        00023400
       77  WS-SERIAL-YEARS         PICTURE S9(5) VALUE ZERO.            00023500
       77  WS-SERIAL-LEAPS         PICTURE S9(5) VALUE ZERO.            00023600
       77  WS-SERIAL-DAYS          PICTURE S9(7) VALUE ZERO.            00023700
                                                                        00023800
       77  WS-CNT-RECORDS          PICTURE 9(5) VALUE 0.                00023900
       77  WS-CNT-ORDERS           PICTURE 9(5) VALUE 0.                00024000
       77  WS-CNT-ALLOCATED        PICTURE 9(5) VALUE 0.                00024100
       77  WS-CNT-BACKORDERED      PICTURE 9(5) VALUE 0.                00024200
       77  WS-CNT-BO-FILLED        PICTURE 9(5) VALUE 0.                00024250
       77  WS-CNT-DISPATCHED       PICTURE 9(5) VALUE 0.                00024300
       77  WS-CNT-CANCELLED        PICTURE 9(5) VALUE 0.                00024400
       77  WS-CNT-REJECTED         PICTURE 9(5) VALUE 0.                00024500
       77  WS-CNT-OPEN-ORDERS      PICTURE 9(5) VALUE 0.                00024600
       77  WS-CNT-OPEN-LINES       PICTURE 9(5) VALUE 0.                00024700
       77  WS-CNT-PICK-LINES       PICTURE 9(5) VALUE 0.                00024800
       77  WS-CNT-OVERDUE          PICTURE 9(5) VALUE 0.                00024900
                                                                        00025000
      *    CHECKPOINT/RESTART.  WS-CHKP-SAVE IS THE AREA CHKP WRITES    00025100
      *    AND XRST PUTS BACK - ORDTRN POSITION (RECORDS READ),         00025200
      *    COUNTERS, CHECKPOINT SEQUENCE AND RUNLOG CYCLE DATE.         00025300
       77  CHECKPOINT, PICTURE XXXX, VALUE 'CHKP'.                      00025400
       77  RESTART, PICTURE XXXX, VALUE 'XRST'.                         00025500
       77  ROLL-BACK, PICTURE XXXX, VALUE 'ROLB'.                       00025600
       77  WS-CHKP-CARD            PICTURE 9(6) VALUE 000500.           00025700
       77  WS-CHKP-INTERVAL        PICTURE S9(7) COMP VALUE 500.        00025800
       77  WS-CHKP-COUNT           PICTURE S9(7) COMP VALUE 0.          00025900
       77  WS-SKIP                 PICTURE S9(7) COMP VALUE 0.          00026000
       77  WS-RESTART-SW           PICTURE X VALUE 'N'.                 00026100
           88  WS-RESTARTED                  VALUE 'Y'.                 00026200
       77  WS-XRST-LEN             PICTURE S9(9) COMP VALUE 12.         00026300
       77  WS-CHKP-ID-LEN          PICTURE S9(9) COMP VALUE 8.          00026400
       77  WS-CHKP-SAVE-LEN        PICTURE S9(9) COMP VALUE 0.          00026500
       01  WS-XRST-AREA.                                                00026600
           02  WS-XRST-CHKP-ID     PICTURE X(8) VALUE SPACES.           00026700
           02  FILLER              PICTURE X(4) VALUE SPACES.           00026800
       01  WS-CHKP-ID.                                                  00026900
           02  FILLER              PICTURE X(3) VALUE 'ORD'.            00027000
           02  WS-CHKP-SEQ         PICTURE 9(5) VALUE 0.                00027100
       01  WS-CHKP-SAVE.                                                00027200
           02  WS-SAVE-CYCLE-DATE  PICTURE X(10).                       00027300
           02  WS-SAVE-CHKP-SEQ    PICTURE 9(5).                        00027400
           02  WS-SAVE-RECORDS     PICTURE 9(5).                        00027500
           02  WS-SAVE-ORDERS      PICTURE 9(5).                        00027600
           02  WS-SAVE-ALLOCATED   PICTURE 9(5).                        00027700
           02  WS-SAVE-BACKORDERED PICTURE 9(5).                        00027800
           02  WS-SAVE-DISPATCHED  PICTURE 9(5).                        00027900
           02  WS-SAVE-CANCELLED   PICTURE 9(5).                        00028000
           02  WS-SAVE-REJECTED    PICTURE 9(5).                        00028100
                                                                        00028200
      *    RUN-CONTROL ROW THROUGH LGRUNLOG, AS THE DB2 JOBS KEEP.      00028300
       01  WS-RUNLOG.                                                   00028400
           COPY RUNCPY1.                                                00028500
                                                                        00028600
      *    SAME SSA SHAPES DFSSAM13 USES ON THE INVENTORY BASE.         00028700
       01  SSA1.                                                        00028800
           02  SSA1-NAME, PICTURE X(8), VALUE 'PARTROOT'.               00028900
           02  SSA1-BEGIN, PICTURE X, VALUE '('.                        00029000
           02  SSA1-KEY, PICTURE X(8), VALUE 'PARTKEY '.                00029100
           02  SSA1-OPERATOR, PICTURE XX, VALUE ' ='.                   00029200
           02  SSA1-VALUE.                                              00029300
               03  PREFIX-1, PICTURE 99, VALUE 02.                      00029400
               03  VALUE-1, PICTURE X(15).                              00029500
           02  SSA1-END, PICTURE X, VALUE ')'.                          00029600
                                                                        00029700
       01  SSA2.                                                        00029800
           02  SSA2-NAME, PICTURE X(8), VALUE 'STOKSTAT'.               00029900
           02  SSA2-BEGIN, PICTURE X, VALUE '('.                        00030000
           02  SSA2-KEY, PICTURE X(8), VALUE 'STOCKEY '.                00030100
           02  SSA2-OPERATOR, PICTURE XX, VALUE ' ='.                   00030200
           02  SSA2-VALUE.                                              00030300
               03  PREFIX-2, PICTURE 99, VALUE 00.                      00030400
               03  VALUE-2, PICTURE X(8).                               00030500
               03  FILLER, PICTURE X(6)  VALUE SPACES.                  00030600
           02  SSA2-END, PICTURE X, VALUE ')'.                          00030700
                                                                        00030800
       77  SSA3, PICTURE X(9), VALUE 'BACKORDR '.                       00030900
                                                                        00031000
      *    STOKSTAT AT THE SAME OFFSETS DFSSAM13'S STOK-SRA USES.       00031100
       01  STOK-SRA.                                                    00031200
           02  FILLER, PICTURE 99.                                      00031300
           02  PLAC, PICTURE X.                                         00031400
           02  INV-DEPT, PICTURE XX.                                    00031500
           02  PROJ-CONTRACT, PICTURE XXX.                              00031600
           02  DIV, PICTURE XX.                                         00031700
           02  VENDOR-CODE, PICTURE X(6).                               00031800
           02  FILLER, PICTURE X(4), VALUE SPACES.                      00031900
           02  UNIT-PRICE, PICTURE 9(6)V999.                            00032000
           02  FILLER, PICTURE X(5), VALUE SPACES.                      00032100
           02  UNIT-OF-MEAS, PICTURE X(4).                              00032200
           02  FILLER, PICTURE X(12), VALUE SPACES.                     00032300
           02  ATTRITION.                                               00032400
               03  COAP, PICTURE 9V99.                                  00032500
               03  PLAN, PICTURE 9V99.                                  00032600
               03  COAD, PICTURE X.                                     00032700
      *    LAST CYCLE-COUNT AND LAST TRANSACTION DATES, FULL            00032800
      *    YYYYDDD JULIAN - THE SIX BYTES AFTER THEM HELD THE OLD       00032900
      *    DAY-OF-YEAR FORM AND ARE BLANK SINCE THE CONVERSION.         00033000
           02  LAST-CYC-DATE, PICTURE 9(7).                             00033100
           02  LAST-TRANS-DATE, PICTURE 9(7).                           00033200
           02  FILLER, PICTURE X(6), VALUE SPACES.                      00033300
           02  REORDER-POINT, PICTURE S9(7)V9.                          00033400
      *    ABC CLASS DFSSAM19 SETS FROM DISBURSEMENT VALUE - SPACE      00033500
      *    UNTIL THE PART/LOCATION HAS BEEN CLASSIFIED.                 00033600
           02  ABC-CLASS, PICTURE X.                                    00033700
           02  FILLER, PICTURE X(3).                                    00033800
           02  CUR-REM-REQ, PICTURE S9(7)V9.                            00033900
           02  UNP-REM-REQ, PICTURE S9(7)V9.                            00034000
           02  ON-ORDER, PICTURE S9(7)V9.                               00034100
           02  TOT-STOCK, PICTURE S9(7)V9.                              00034200
           02  PLANNED-DISB, PICTURE S9(7)V9.                           00034300
           02  UNP-DISB, PICTURE S9(7)V9.                               00034400
           02  SPARES, PICTURE S9(7)V9.                                 00034500
           02  DIVERSION, PICTURE S9(7)V9.                              00034600
           02  ALLOCATED, PICTURE S9(6)V9.                              00034700
                                                                        00034800
      *    BACKORDER CHILD FOR A LINE THE STOCK CANNOT COVER, AT THE    00034900
      *    OFFSETS DFSSAM13 USES - HERE THE WORK ORDER IS THE ORDER     00035000
      *    NUMBER, SO DFSSAM03 AND DFSSAM09 SHOW WHOSE IT IS.           00035100
       01  BACKORDR-AREA.                                               00035200
           02  FILLER, PICTURE 99, VALUE ZEROS.                         00035300
           02  BO-WORK-ORDER, PICTURE X(8).                             00035400
           02  BO-OPEN-DATE, PICTURE 9(7).                              00035500
           02  FILLER, PICTURE X(46), VALUE SPACES.                     00035600
           02  BO-QTY, PICTURE S9(7)V9.                                 00035700
                                                                        00035800
      *    SAME REORDER-REQUEST RECORD DFSSAM06 WRITES FOR DFSSAM10.    00035900
       01  REORD-RECORD.                                                00036000
           02  RR-PART-NO          PICTURE X(15).                       00036100
           02  RR-INV-KEY          PICTURE X(8).                        00036200
           02  RR-VENDOR-CODE      PICTURE X(6).                        00036300
           02  RR-ON-HAND          PICTURE S9(7)V9.                     00036400
           02  RR-REORDER-POINT    PICTURE S9(7)V9.                     00036500
           02  RR-SUGGESTED-QTY    PICTURE S9(7)V9.                     00036600
           02  FILLER              PICTURE X(27) VALUE SPACES.          00036700
                                                                        00036800
      *    SAME 80-BYTE MOVEMENT LAYOUT DFSSAM04/DFSSAM06 WRITE -       00036900
      *    'DP'/'DU' DISPATCHES WITH THE ORDER NUMBER IN THE            00037000
      *    TERMINAL FIELD.                                              00037100
       01  MOVE-RECORD.                                                 00037200
           02  MV-PART-NO          PICTURE X(15).                       00037300
           02  MV-INV-KEY          PICTURE X(8).                        00037400
           02  MV-TRANS-TYPE       PICTURE X(2).                        00037500
           02  MV-QUANTITY         PICTURE S9(7)V9.                     00037600
           02  MV-DATE             PICTURE 9(7).                        00037700
           02  MV-TERMINAL         PICTURE X(8).                        00037800
           02  FILLER              PICTURE X(32) VALUE SPACES.          00037900
                                                                        00038000
      *    PICK LIST PAGE HEADINGS AND DETAIL LINE.                     00038100
       01  WS-PICK-TITLE.                                               00038200
           02  FILLER              PICTURE X(29)                        00038300
               VALUE 'DFSSAM20 PICK LIST  LOCATION '.                   00038400
           02  WS-PT-DEPT          PICTURE XX.                          00038500
           02  FILLER              PICTURE X VALUE SPACE.               00038600
           02  WS-PT-PROJ          PICTURE XXX.                         00038700
           02  FILLER              PICTURE X VALUE SPACE.               00038800
           02  WS-PT-DIV           PICTURE XX.                          00038900
           02  FILLER              PICTURE X(7) VALUE '   DATE'.        00039000
           02  FILLER              PICTURE X VALUE SPACE.               00039100
           02  WS-PT-DATE          PICTURE 9(7).                        00039200
           02  FILLER              PICTURE X(27) VALUE SPACES.          00039300
       01  WS-PICK-HEADING.                                             00039400
           02  FILLER              PICTURE X(40)                        00039500
               VALUE 'AREA PART NO         INV KEY  ORDER    L'.        00039600
           02  FILLER              PICTURE X(40)                        00039700
               VALUE 'INE   QUANTITY REQUESTER  REQ DATE      '.        00039800
       01  WS-PICK-DETAIL.                                              00039900
           02  FILLER              PICTURE X(2) VALUE SPACES.           00040000
           02  WS-PD-AREA          PICTURE X.                           00040100
           02  FILLER              PICTURE X(2) VALUE SPACES.           00040200
           02  WS-PD-PART          PICTURE X(15).                       00040300
           02  FILLER              PICTURE X VALUE SPACE.               00040400
           02  WS-PD-KEY           PICTURE X(8).                        00040500
           02  FILLER              PICTURE X VALUE SPACE.               00040600
           02  WS-PD-ORDER         PICTURE X(8).                        00040700
           02  FILLER              PICTURE X VALUE SPACE.               00040800
           02  WS-PD-LINE          PICTURE 9(3).                        00040900
           02  FILLER              PICTURE X VALUE SPACE.               00041000
           02  WS-PD-QTY           PICTURE Z(6)9.9-.                    00041100
           02  FILLER              PICTURE X VALUE SPACE.               00041200
           02  WS-PD-REQUESTER     PICTURE X(10).                       00041300
           02  FILLER              PICTURE X VALUE SPACE.               00041400
           02  WS-PD-REQ-DATE      PICTURE 9(7).                        00041500
           02  FILLER              PICTURE X(8) VALUE SPACES.           00041600
                                                                        00041700
       LINKAGE SECTION.                                                 00041800
       01  IO-PCB.                                                      00041900
           02  IO-LTERM-NAME PICTURE X(8).                              00042000
           02  IO-RESERVED  PICTURE XX.                                 00042100
           02  IO-STATUS    PICTURE XX.                                 00042200
           02  IO-PREFIX    PICTURE X(12).                              00042300
       01  DB-PCB.                                                      00042400
           02  DBASE-NAME   PICTURE X(8).                               00042500
           02  SEGMENT-INDR PICTURE XX.                                 00042600
           02  STATUS-CODE  PICTURE XX.                                 00042700
           02  PROC-OPTIONS PICTURE XXXX.                               00042800
           02  DLI-RESERVED PICTURE XXXX.                               00042900
           02  SEG-FEEDBACK PICTURE X(8).                               00043000
           02  KEY-FEEDBACK-LENGTH PICTURE XXXX.                        00043100
           02  NO-OF-SENSEG-TYPES  PICTURE XXXX.                        00043200
           02  KEY-FEEDBACK PICTURE X(31).                              00043300
      * GSAM PCB FOR THE REORDER-REQUEST LOG                            00043400
       01  REORD-PCB.                                                   00043500
           02  RO-DBD-NAME      PICTURE X(8).                           00043600
           02  RO-SEG-LEVEL     PICTURE XX.                             00043700
           02  RO-STATUS-CODE   PICTURE XX.                             00043800
           02  RO-PROC-OPTIONS  PICTURE XXXX.                           00043900
           02  RO-RESERVE-DLI   PICTURE S9(5) COMPUTATIONAL.            00044000
           02  RO-SEG-NAME-FB   PICTURE X(8).                           00044100
           02  RO-LENGTH-FB-KEY PICTURE S9(5) COMPUTATIONAL.            00044200
           02  RO-NUMB-SENS-SEG PICTURE S9(5) COMPUTATIONAL.            00044300
           02  RO-KEY-FB-AREA   PICTURE X(17).                          00044400
      * GSAM PCB FOR THE STOCK MOVEMENT LOG                             00044500
       01  MOVE-PCB.                                                    00044600
           02  MV-DBD-NAME      PICTURE X(8).                           00044700
           02  MV-SEG-LEVEL     PICTURE XX.                             00044800
           02  MV-STATUS-CODE   PICTURE XX.                             00044900
           02  MV-PROC-OPTIONS  PICTURE XXXX.                           00045000
           02  MV-RESERVE-DLI   PICTURE S9(5) COMPUTATIONAL.            00045100
           02  MV-SEG-NAME-FB   PICTURE X(8).                           00045200
           02  MV-LENGTH-FB-KEY PICTURE S9(5) COMPUTATIONAL.            00045300
           02  MV-NUMB-SENS-SEG PICTURE S9(5) COMPUTATIONAL.            00045400
           02  MV-KEY-FB-AREA   PICTURE X(17).                          00045500
                                                                        00045600
       PROCEDURE DIVISION.                                              00045700
       MAIN-RTN.                                                        00045800
           ENTRY 'DLITCBL' USING IO-PCB, DB-PCB, REORD-PCB, MOVE-PCB.   00045900
           ACCEPT WS-TODAY-DATE FROM DAY YYYYDDD.                       00046000
           MOVE WS-TODAY-DATE TO WS-SERIAL-DATE.                        00046100
           PERFORM DAY-SERIAL THRU DAY-SERIAL-EXIT.                     00046200
           MOVE WS-SERIAL-DAYS TO WS-TODAY-SERIAL.                      00046300
           ACCEPT WS-AGE-CARD FROM SYSIN.                               00046400
           IF WS-AGE-CARD NUMERIC AND WS-AGE-CARD > 0                   00046500
               MOVE WS-AGE-CARD TO WS-AGE-LIMIT.                        00046600
           ACCEPT WS-CHKP-CARD FROM SYSIN.                              00046700
           IF WS-CHKP-CARD NUMERIC AND WS-CHKP-CARD > 0                 00046800
               MOVE WS-CHKP-CARD TO WS-CHKP-INTERVAL.                   00046900
           PERFORM RESTART-OR-START THRU RESTART-OR-START-EXIT.         00047000
                                                                        00047100
           OPEN INPUT ORDTRN.                                           00047200
           IF ORDTRN-STATUS NOT = 0                                     00047300
               DISPLAY 'DFSSAM20 FILE STATUS AT OPEN ORDTRN '           00047400
                   ORDTRN-STATUS                                        00047500
               MOVE 16 TO RETURN-CODE                                   00047600
               GOBACK.                                                  00047700
           OPEN OUTPUT ORDOUT.                                          00047800
           IF ORDOUT-STATUS NOT = 0                                     00047900
               DISPLAY 'DFSSAM20 FILE STATUS AT OPEN ORDOUT '           00048000
                   ORDOUT-STATUS                                        00048100
               MOVE 16 TO RETURN-CODE                                   00048200
               GOBACK.                                                  00048300
           OPEN OUTPUT PICKLST.                                         00048400
           IF PICKLST-STATUS NOT = 0                                    00048500
               DISPLAY 'DFSSAM20 FILE STATUS AT OPEN PICKLST '          00048600
                   PICKLST-STATUS                                       00048700
               MOVE 16 TO RETURN-CODE                                   00048800
               GOBACK.                                                  00048900
                                                                        00049000
           PERFORM LOAD-OPEN-ORDERS THRU LOAD-OPEN-ORDERS-EXIT.         00049100
           IF WS-RESTARTED                                              00049200
               PERFORM REPLAY-ONE-RECORD THRU REPLAY-ONE-EXIT           00049300
                   VARYING WS-SKIP FROM 1 BY 1                          00049400
                   UNTIL WS-SKIP > WS-CNT-RECORDS.                      00049500
                                                                        00049600
           READ ORDTRN AT END MOVE 'Y' TO WS-TRAN-EOF-SW.               00049700
           PERFORM APPLY-ONE-RECORD THRU APPLY-ONE-EXIT                 00049800
               UNTIL WS-TRAN-EOF.                                       00049900
           PERFORM RETRY-BACKORDER THRU RETRY-BACKORDER-EXIT            00049925
               VARYING WS-OL-HIT FROM 1 BY 1                            00049950
               UNTIL WS-OL-HIT > WS-OL-COUNT.                           00049975
                                                                        00050000
           PERFORM CARRY-AND-REPORT THRU CARRY-REPORT-EXIT.             00050100
           PERFORM PRINT-PICK-LIST THRU PRINT-PICK-LIST-EXIT.           00050200
                                                                        00050300
           DISPLAY '-----------------------------------------------'.   00050400
           DISPLAY 'DFSSAM20 ORDER ENTRY AND DISPATCH SUMMARY'.         00050500
           DISPLAY 'ORDER RECORDS READ.........: ' WS-CNT-RECORDS.      00050600
           DISPLAY 'ORDERS ENTERED.............: ' WS-CNT-ORDERS.       00050700
           DISPLAY 'LINES ALLOCATED............: ' WS-CNT-ALLOCATED.    00050800
           DISPLAY 'LINES BACKORDERED..........: '                      00050900
               WS-CNT-BACKORDERED.                                      00051000
           DISPLAY 'BACKORDERS NOW ALLOCATED...: ' WS-CNT-BO-FILLED.    00051050
           DISPLAY 'DISPATCHES CONFIRMED.......: ' WS-CNT-DISPATCHED.   00051100
           DISPLAY 'LINES CANCELLED............: ' WS-CNT-CANCELLED.    00051200
           DISPLAY 'RECORDS REJECTED...........: ' WS-CNT-REJECTED.     00051300
           DISPLAY 'OPEN ORDERS CARRIED........: ' WS-CNT-OPEN-ORDERS.  00051400
           DISPLAY 'OPEN LINES CARRIED.........: ' WS-CNT-OPEN-LINES.   00051500
           DISPLAY 'LINES ON PICK LIST.........: ' WS-CNT-PICK-LINES.   00051600
           DISPLAY 'ALLOCATED OVER LIMIT.......: ' WS-CNT-OVERDUE.      00051700
           DISPLAY '-----------------------------------------------'.   00051800
                                                                        00051900
           CLOSE ORDTRN.                                                00052000
           CLOSE ORDOUT.                                                00052100
           CLOSE PICKLST.                                               00052200
           PERFORM MARK-RUN-ENDED THRU MARK-RUN-ENDED-EXIT.             00052300
           GOBACK.                                                      00052400
                                                                        00052500
      *    XRST IS THE FIRST DL/I CALL.  A BLANK CHECKPOINT ID BACK     00052600
      *    IS A NORMAL START; OTHERWISE IMS HAS PUT WS-CHKP-SAVE BACK   00052700
      *    AS IT WAS AT THAT CHECKPOINT.  A RESTART SKIPS THE RUNLOG    00052800
      *    DOUBLE-START AND PREDECESSOR CHECKS - ITS ROW IS THE ONE     00052900
      *    THE FAILED RUN LEFT RUNNING.                                 00053000
       RESTART-OR-START.                                                00053100
           MOVE LENGTH OF WS-CHKP-SAVE TO WS-CHKP-SAVE-LEN.             00053200
           MOVE 'DFSSAM20' TO RUN-JOBNAME.                              00053300
           CALL 'CBLTDLI' USING RESTART, IO-PCB, WS-XRST-LEN,           00053400
               WS-XRST-AREA, WS-CHKP-SAVE-LEN, WS-CHKP-SAVE.            00053500
           IF IO-STATUS NOT = '  '                                      00053600
               DISPLAY 'DFSSAM20 UNRESOLVED STATUS CODE '               00053700
                   IO-STATUS ' ON XRST' UPON CONSOLE                    00053800
               MOVE 16 TO RETURN-CODE                                   00053900
               GOBACK.                                                  00054000
           IF WS-XRST-CHKP-ID = SPACES                                  00054100
               GO TO NORMAL-START.                                      00054200
           MOVE 'Y' TO WS-RESTART-SW.                                   00054300
           MOVE WS-SAVE-CHKP-SEQ TO WS-CHKP-SEQ.                        00054400
           MOVE WS-SAVE-RECORDS TO WS-CNT-RECORDS.                      00054500
           MOVE WS-SAVE-ORDERS TO WS-CNT-ORDERS.                        00054600
           MOVE WS-SAVE-ALLOCATED TO WS-CNT-ALLOCATED.                  00054700
           MOVE WS-SAVE-BACKORDERED TO WS-CNT-BACKORDERED.              00054800
           MOVE WS-SAVE-DISPATCHED TO WS-CNT-DISPATCHED.                00054900
           MOVE WS-SAVE-CANCELLED TO WS-CNT-CANCELLED.                  00055000
           MOVE WS-SAVE-REJECTED TO WS-CNT-REJECTED.                    00055100
           MOVE WS-SAVE-CYCLE-DATE TO RUN-CYCLE-DATE.                   00055200
           MOVE WS-XRST-CHKP-ID TO RUN-CHKP-ID.                         00055300
           MOVE 'X' TO RUN-FUNCTION.                                    00055400
           CALL 'LGRUNLOG' USING WS-RUNLOG.                             00055500
           DISPLAY 'DFSSAM20 RESTARTED FROM CHECKPOINT '                00055600
               WS-XRST-CHKP-ID ' AFTER ' WS-CNT-RECORDS                 00055700
               ' ORDER RECORDS'.                                        00055800
           GO TO RESTART-OR-START-EXIT.                                 00055900
       NORMAL-START.                                                    00056000
           MOVE 'S' TO RUN-FUNCTION.                                    00056100
           MOVE 'N' TO RUN-MAINT-WINDOW.                                00056200
           CALL 'LGRUNLOG' USING WS-RUNLOG.                             00056300
           IF RUN-RC = 4                                                00056400
               DISPLAY 'DFSSAM20 ALREADY MARKED RUNNING THIS CYCLE'     00056500
               MOVE 8 TO RETURN-CODE                                    00056600
               GOBACK.                                                  00056700
           IF RUN-RC = 6                                                00056800
               DISPLAY 'DFSSAM20 HELD - PREDECESSOR '                   00056900
                   RUN-FAILED-PRED ' NOT ENDED CLEANLY'                 00057000
               MOVE 12 TO RETURN-CODE                                   00057100
               GOBACK.                                                  00057200
       RESTART-OR-START-EXIT.                                           00057300
           EXIT.                                                        00057400
                                                                        00057500
       MARK-RUN-ENDED.                                                  00057600
           MOVE 'E' TO RUN-FUNCTION.                                    00057700
           PERFORM SET-RUN-COUNTERS THRU SET-RUN-COUNTERS-EXIT.         00057800
           MOVE RETURN-CODE TO RUN-RETURN-CODE.                         00057900
           CALL 'LGRUNLOG' USING WS-RUNLOG.                             00058000
       MARK-RUN-ENDED-EXIT.                                             00058100
           EXIT.                                                        00058200
                                                                        00058300
      *    REJECTED ON THE RUNLOG IS EVERY ORDER RECORD NOT APPLIED.    00058400
       SET-RUN-COUNTERS.                                                00058500
           MOVE WS-CNT-RECORDS TO RUN-RECORDS-READ.                     00058600
           COMPUTE RUN-RECORDS-WRITTEN =                                00058700
               WS-CNT-ORDERS + WS-CNT-ALLOCATED + WS-CNT-BACKORDERED    00058800
               + WS-CNT-DISPATCHED + WS-CNT-CANCELLED.                  00058900
           MOVE WS-CNT-REJECTED TO RUN-RECORDS-REJECTED.                00059000
       SET-RUN-COUNTERS-EXIT.                                           00059100
           EXIT.                                                        00059200
                                                                        00059300
      *    A MISSING ORDIN FILE (FILE STATUS 35) JUST MEANS NO ORDER    00059400
      *    WAS OPEN LAST NIGHT.  AN OPEN ORDER THAT WILL NOT FIT THE    00059500
      *    TABLES STOPS THE RUN BEFORE ANY UPDATE - DROPPING IT FROM    00059600
      *    ORDOUT WOULD LEAVE ITS ALLOCATION HELD FOR GOOD.             00059700
       LOAD-OPEN-ORDERS.                                                00059800
           OPEN INPUT ORDIN.                                            00059900
           IF ORDIN-STATUS = 35                                         00060000
               GO TO LOAD-OPEN-ORDERS-EXIT.                             00060100
           IF ORDIN-STATUS NOT = 0                                      00060200
               DISPLAY 'DFSSAM20 FILE STATUS AT OPEN ORDIN '            00060300
                   ORDIN-STATUS                                         00060400
               MOVE 16 TO RETURN-CODE                                   00060500
               GOBACK.                                                  00060600
           READ ORDIN AT END MOVE 'Y' TO WS-ORDIN-EOF-SW.               00060700
           PERFORM LOAD-ONE-OPEN THRU LOAD-ONE-OPEN-EXIT                00060800
               UNTIL WS-ORDIN-EOF.                                      00060900
           CLOSE ORDIN.                                                 00061000
       LOAD-OPEN-ORDERS-EXIT.                                           00061100
           EXIT.                                                        00061200
                                                                        00061300
       LOAD-ONE-OPEN.                                                   00061400
           IF (OI-REC-TYPE = 'H' AND WS-OH-COUNT NOT < 300) OR          00061500
              (OI-REC-TYPE = 'L' AND WS-OL-COUNT NOT < 1000)            00061600
               DISPLAY 'DFSSAM20 OPEN ORDER TABLE FULL AT '             00061700
                   OI-ORDER-NO ' - RUN STOPPED' UPON CONSOLE            00061800
               MOVE 16 TO RETURN-CODE                                   00061900
               PERFORM MARK-RUN-ENDED THRU MARK-RUN-ENDED-EXIT          00062000
               GOBACK.                                                  00062100
           IF OI-REC-TYPE = 'H'                                         00062200
               ADD 1 TO WS-OH-COUNT                                     00062300
               MOVE OI-ORDER-NO TO WS-OH-ORDER (WS-OH-COUNT)            00062400
               MOVE OI-REQUESTER TO WS-OH-REQUESTER (WS-OH-COUNT)       00062500
               MOVE OI-REQUESTED-DATE TO WS-OH-REQ-DATE (WS-OH-COUNT)   00062600
               MOVE OI-DISB-TYPE TO WS-OH-DISB-TYPE (WS-OH-COUNT)       00062700
               MOVE OI-ENTRY-DATE TO WS-OH-ENTRY-DATE (WS-OH-COUNT)     00062800
               MOVE 0 TO WS-OH-LINES (WS-OH-COUNT)                      00062900
               MOVE 0 TO WS-OH-OPEN (WS-OH-COUNT)                       00063000
               GO TO LOAD-NEXT-OPEN.                                    00063100
           MOVE OI-ORDER-NO TO WS-FIND-ORDER.                           00063200
           PERFORM FIND-ORDER THRU FIND-ORDER-EXIT.                     00063300
           IF WS-OH-HIT = 0                                             00063400
               DISPLAY 'DFSSAM20 OPEN LINE ' OI-ORDER-NO ' '            00063500
                   OI-LINE-NO ' HAS NO HEADER - DROPPED'                00063600
               GO TO LOAD-NEXT-OPEN.                                    00063700
           ADD 1 TO WS-OL-COUNT.                                        00063800
           MOVE OI-ORDER-NO TO WS-OL-ORDER (WS-OL-COUNT).               00063900
           MOVE OI-LINE-NO TO WS-OL-LINE (WS-OL-COUNT).                 00064000
           MOVE OI-PART-NO TO WS-OL-PART (WS-OL-COUNT).                 00064100
           MOVE OI-INV-KEY TO WS-OL-KEY (WS-OL-COUNT).                  00064200
           MOVE OI-QUANTITY TO WS-OL-QTY (WS-OL-COUNT).                 00064300
           MOVE OI-ALLOC-QTY TO WS-OL-ALLOC-QTY (WS-OL-COUNT).          00064400
           MOVE OI-ALLOC-DATE TO WS-OL-ALLOC-DATE (WS-OL-COUNT).        00064500
           MOVE OI-LINE-STATUS TO WS-OL-STATUS (WS-OL-COUNT).           00064600
           ADD 1 TO WS-OH-LINES (WS-OH-HIT).                            00064700
           ADD 1 TO WS-OH-OPEN (WS-OH-HIT).                             00064800
       LOAD-NEXT-OPEN.                                                  00064900
           READ ORDIN AT END MOVE 'Y' TO WS-ORDIN-EOF-SW.               00065000
       LOAD-ONE-OPEN-EXIT.                                              00065100
           EXIT.                                                        00065200
                                                                        00065300
       APPLY-ONE-RECORD.                                                00065400
           ADD 1 TO WS-CNT-RECORDS.                                     00065500
           IF OT-ACTION = 'H'                                           00065600
               PERFORM ENTER-ORDER-RTN THRU ENTER-ORDER-EXIT            00065700
           ELSE                                                         00065800
             IF OT-ACTION = 'L'                                         00065900
               PERFORM ENTER-LINE-RTN THRU ENTER-LINE-EXIT              00066000
             ELSE                                                       00066100
               IF OT-ACTION = 'C'                                       00066200
                 PERFORM CONFIRM-DISPATCH-RTN THRU CONFIRM-EXIT         00066300
               ELSE                                                     00066400
                 IF OT-ACTION = 'X'                                     00066500
                   PERFORM CANCEL-LINE-RTN THRU CANCEL-LINE-EXIT        00066600
                 ELSE                                                   00066700
                   ADD 1 TO WS-CNT-REJECTED                             00066800
                   DISPLAY 'DFSSAM20 ACTION ' OT-ACTION                 00066900
                       ' INVALID-RESUBMIT'.                             00067000
           ADD 1 TO WS-CHKP-COUNT.                                      00067100
           IF WS-CHKP-COUNT NOT < WS-CHKP-INTERVAL                      00067200
               PERFORM TAKE-CHECKPOINT THRU TAKE-CHECKPOINT-EXIT.       00067300
           READ ORDTRN AT END MOVE 'Y' TO WS-TRAN-EOF-SW.               00067400
       APPLY-ONE-EXIT.                                                  00067500
           EXIT.                                                        00067600
                                                                        00067700
      *    A NEW HEADER - THE ORDER NUMBER MUST NOT ALREADY BE OPEN.    00067800
       ENTER-ORDER-RTN.                                                 00067900
           MOVE OT-ORDER-NO TO WS-FIND-ORDER.                           00068000
           PERFORM FIND-ORDER THRU FIND-ORDER-EXIT.                     00068100
           IF WS-OH-HIT > 0                                             00068200
               ADD 1 TO WS-CNT-REJECTED                                 00068300
               DISPLAY 'DFSSAM20 ORDER ' OT-ORDER-NO                    00068400
                   ' ALREADY OPEN-RESUBMIT'                             00068500
               GO TO ENTER-ORDER-EXIT.                                  00068600
           IF WS-OH-COUNT NOT < 300                                     00068700
               ADD 1 TO WS-CNT-REJECTED                                 00068800
               DISPLAY 'DFSSAM20 ORDER TABLE FULL AT '                  00068900
                   OT-ORDER-NO ' REJECTED-RESUBMIT'                     00069000
               GO TO ENTER-ORDER-EXIT.                                  00069100
           PERFORM ADD-ORDER-ENTRY THRU ADD-ORDER-EXIT.                 00069200
           ADD 1 TO WS-CNT-ORDERS.                                      00069300
       ENTER-ORDER-EXIT.                                                00069400
           EXIT.                                                        00069500
                                                                        00069600
      *    NO REQUESTED DATE MEANS AS SOON AS POSSIBLE - TODAY.         00069700
      *    ANYTHING BUT A PLANNED ('P') ORDER IS DISBURSED AS           00069800
      *    UNPLANNED.                                                   00069900
       ADD-ORDER-ENTRY.                                                 00070000
           ADD 1 TO WS-OH-COUNT.                                        00070100
           MOVE OT-ORDER-NO TO WS-OH-ORDER (WS-OH-COUNT).               00070200
           MOVE OT-REQUESTER TO WS-OH-REQUESTER (WS-OH-COUNT).          00070300
           IF OT-REQUESTED-DATE NUMERIC AND OT-REQUESTED-DATE > 0       00070400
               MOVE OT-REQUESTED-DATE TO WS-OH-REQ-DATE (WS-OH-COUNT)   00070500
           ELSE                                                         00070600
               MOVE WS-TODAY-DATE TO WS-OH-REQ-DATE (WS-OH-COUNT).      00070700
           IF OT-DISB-TYPE = 'P'                                        00070800
               MOVE 'P' TO WS-OH-DISB-TYPE (WS-OH-COUNT)                00070900
           ELSE                                                         00071000
               MOVE 'U' TO WS-OH-DISB-TYPE (WS-OH-COUNT).               00071100
           MOVE WS-TODAY-DATE TO WS-OH-ENTRY-DATE (WS-OH-COUNT).        00071200
           MOVE 0 TO WS-OH-LINES (WS-OH-COUNT).                         00071300
           MOVE 0 TO WS-OH-OPEN (WS-OH-COUNT).                          00071400
       ADD-ORDER-EXIT.                                                  00071500
           EXIT.                                                        00071600
                                                                        00071700
      *    A NEW LINE ON AN OPEN ORDER.  EVERYTHING THAT CAN REJECT     00071800
      *    IT IS CHECKED BEFORE THE STOCK RECORD IS TOUCHED.            00071900
       ENTER-LINE-RTN.                                                  00072000
           MOVE OT-ORDER-NO TO WS-FIND-ORDER.                           00072100
           PERFORM FIND-ORDER THRU FIND-ORDER-EXIT.                     00072200
           IF WS-OH-HIT = 0                                             00072300
               ADD 1 TO WS-CNT-REJECTED                                 00072400
               DISPLAY 'DFSSAM20 LINE ' OT-ORDER-NO ' ' OT-LINE-NO      00072500
                   ' HAS NO OPEN ORDER-RESUBMIT'                        00072600
               GO TO ENTER-LINE-EXIT.                                   00072700
           MOVE OT-LINE-NO TO WS-FIND-LINE.                             00072800
           PERFORM FIND-ANY-LINE THRU FIND-ANY-LINE-EXIT.               00072900
           IF WS-OL-HIT > 0                                             00073000
               ADD 1 TO WS-CNT-REJECTED                                 00073100
               DISPLAY 'DFSSAM20 LINE ' OT-ORDER-NO ' ' OT-LINE-NO      00073200
                   ' ALREADY ENTERED-RESUBMIT'                          00073300
               GO TO ENTER-LINE-EXIT.                                   00073400
           IF WS-OL-COUNT NOT < 1000                                    00073500
               ADD 1 TO WS-CNT-REJECTED                                 00073600
               DISPLAY 'DFSSAM20 LINE TABLE FULL AT ' OT-ORDER-NO       00073700
                   ' ' OT-LINE-NO ' REJECTED-RESUBMIT'                  00073800
               GO TO ENTER-LINE-EXIT.                                   00073900
           IF OT-QUANTITY NOT NUMERIC OR OT-QUANTITY NOT > ZERO         00074000
               ADD 1 TO WS-CNT-REJECTED                                 00074100
               DISPLAY 'DFSSAM20 LINE ' OT-ORDER-NO ' ' OT-LINE-NO      00074200
                   ' QUANTITY NOT VALID-RESUBMIT'                       00074300
               GO TO ENTER-LINE-EXIT.                                   00074400
           MOVE OT-PART-NO TO VALUE-1.                                  00074500
           MOVE OT-INV-KEY TO VALUE-2.                                  00074600
           CALL 'CBLTDLI' USING GET-HOLD-UNIQUE, DB-PCB, STOK-SRA,      00074700
               SSA1, SSA2.                                              00074800
           IF STATUS-CODE = 'GE'                                        00074900
               ADD 1 TO WS-CNT-REJECTED                                 00075000
               DISPLAY 'DFSSAM20 LINE ' OT-ORDER-NO ' ' OT-LINE-NO      00075100
                   ' STOCK RECORD NOT FOUND FOR ' OT-PART-NO ' '        00075200
                   OT-INV-KEY                                           00075300
               GO TO ENTER-LINE-EXIT.                                   00075400
           IF STATUS-CODE NOT = '  '                                    00075500
               DISPLAY 'DFSSAM20 UNRESOLVED STATUS CODE '               00075600
                   STATUS-CODE ' ON GHU' UPON CONSOLE                   00075700
               PERFORM BACK-OUT-RUN.                                    00075800
           IF ALLOCATED NOT NUMERIC, MOVE ZEROS TO ALLOCATED.           00075900
           COMPUTE WS-AVAILABLE = TOT-STOCK - ALLOCATED.                00076000
           IF OT-QUANTITY GREATER THAN WS-AVAILABLE                     00076100
               PERFORM CUT-BACKORDER THRU CUT-BACKORDER-EXIT            00076200
               MOVE 'B' TO WS-LINE-STATUS                               00076300
               MOVE ZERO TO WS-LINE-ALLOC                               00076400
               ADD 1 TO WS-CNT-BACKORDERED                              00076500
               GO TO ENTER-LINE-TABLE.                                  00076600
           ADD OT-QUANTITY TO ALLOCATED.                                00076700
           CALL 'CBLTDLI' USING REPLACE1, DB-PCB, STOK-SRA.             00076800
           IF STATUS-CODE NOT = '  '                                    00076900
               DISPLAY 'DFSSAM20 UNRESOLVED STATUS CODE '               00077000
                   STATUS-CODE ' ON REPL' UPON CONSOLE                  00077100
               PERFORM BACK-OUT-RUN.                                    00077200
           MOVE 'A' TO WS-LINE-STATUS.                                  00077300
           MOVE OT-QUANTITY TO WS-LINE-ALLOC.                           00077400
           ADD 1 TO WS-CNT-ALLOCATED.                                   00077500
       ENTER-LINE-TABLE.                                                00077600
           PERFORM ADD-LINE-ENTRY THRU ADD-LINE-EXIT.                   00077700
       ENTER-LINE-EXIT.                                                 00077800
           EXIT.                                                        00077900
                                                                        00078000
      *    THE UNFILLED LINE FEEDS THE EXISTING BACKORDER DATA -        00078100
      *    DFSSAM03 DISPLAYS IT AND DFSSAM09 AGES IT.                   00078200
       CUT-BACKORDER.                                                   00078300
           MOVE OT-ORDER-NO TO BO-WORK-ORDER.                           00078400
           MOVE WS-TODAY-DATE TO BO-OPEN-DATE.                          00078500
           MOVE OT-QUANTITY TO BO-QTY.                                  00078600
           CALL 'CBLTDLI' USING IN-SERT, DB-PCB, BACKORDR-AREA,         00078700
               SSA1, SSA2, SSA3.                                        00078800
           IF STATUS-CODE NOT = '  '                                    00078900
               DISPLAY 'DFSSAM20 UNRESOLVED STATUS CODE '               00079000
                   STATUS-CODE ' ON ISRT' UPON CONSOLE                  00079100
               PERFORM BACK-OUT-RUN.                                    00079200
       CUT-BACKORDER-EXIT.                                              00079300
           EXIT.                                                        00079400
                                                                        00079500
      *    WS-OH-HIT IS THE LINE'S ORDER, WS-LINE-STATUS AND            00079600
      *    WS-LINE-ALLOC WHAT THE ALLOCATION CAME TO.                   00079700
       ADD-LINE-ENTRY.                                                  00079800
           ADD 1 TO WS-OL-COUNT.                                        00079900
           MOVE OT-ORDER-NO TO WS-OL-ORDER (WS-OL-COUNT).               00080000
           MOVE OT-LINE-NO TO WS-OL-LINE (WS-OL-COUNT).                 00080100
           MOVE OT-PART-NO TO WS-OL-PART (WS-OL-COUNT).                 00080200
           MOVE OT-INV-KEY TO WS-OL-KEY (WS-OL-COUNT).                  00080300
           MOVE OT-QUANTITY TO WS-OL-QTY (WS-OL-COUNT).                 00080400
           MOVE WS-LINE-ALLOC TO WS-OL-ALLOC-QTY (WS-OL-COUNT).         00080500
           MOVE WS-TODAY-DATE TO WS-OL-ALLOC-DATE (WS-OL-COUNT).        00080600
           MOVE WS-LINE-STATUS TO WS-OL-STATUS (WS-OL-COUNT).           00080700
           ADD 1 TO WS-OH-LINES (WS-OH-HIT).                            00080800
           ADD 1 TO WS-OH-OPEN (WS-OH-HIT).                             00080900
       ADD-LINE-EXIT.                                                   00081000
           EXIT.                                                        00081100
                                                                        00081200
      *    DISPATCH CONFIRMATION - POSTED AS THE DFSSAM06               00081300
      *    DISBURSEMENT, PLANNED OR UNPLANNED AS THE ORDER SAYS.        00081400
       CONFIRM-DISPATCH-RTN.                                            00081500
           MOVE OT-ORDER-NO TO WS-FIND-ORDER.                           00081600
           MOVE OT-LINE-NO TO WS-FIND-LINE.                             00081700
           PERFORM FIND-OPEN-LINE THRU FIND-OPEN-LINE-EXIT.             00081800
           IF WS-OL-HIT = 0                                             00081900
               ADD 1 TO WS-CNT-REJECTED                                 00082000
               DISPLAY 'DFSSAM20 DISPATCH ' OT-ORDER-NO ' '             00082100
                   OT-LINE-NO ' HAS NO OPEN LINE-RESUBMIT'              00082200
               GO TO CONFIRM-EXIT.                                      00082300
           PERFORM SIZE-DISPATCH THRU SIZE-DISPATCH-EXIT.               00082400
           IF WS-DISPATCH-QTY = ZERO                                    00082500
               ADD 1 TO WS-CNT-REJECTED                                 00082600
               DISPLAY 'DFSSAM20 DISPATCH ' OT-ORDER-NO ' '             00082700
                   OT-LINE-NO ' MORE THAN THE LINE-RESUBMIT'            00082800
               GO TO CONFIRM-EXIT.                                      00082900
           PERFORM FIND-ORDER THRU FIND-ORDER-EXIT.                     00083000
           MOVE 'U' TO WS-DISB-TYPE.                                    00083100
           IF WS-OH-HIT > 0                                             00083200
               MOVE WS-OH-DISB-TYPE (WS-OH-HIT) TO WS-DISB-TYPE.        00083300
           MOVE WS-OL-PART (WS-OL-HIT) TO VALUE-1.                      00083400
           MOVE WS-OL-KEY (WS-OL-HIT) TO VALUE-2.                       00083500
           CALL 'CBLTDLI' USING GET-HOLD-UNIQUE, DB-PCB, STOK-SRA,      00083600
               SSA1, SSA2.                                              00083700
           IF STATUS-CODE = 'GE'                                        00083800
               ADD 1 TO WS-CNT-REJECTED                                 00083900
               DISPLAY 'DFSSAM20 DISPATCH ' OT-ORDER-NO ' '             00084000
                   OT-LINE-NO ' STOCK RECORD NOT FOUND'                 00084100
               GO TO CONFIRM-EXIT.                                      00084200
           IF STATUS-CODE NOT = '  '                                    00084300
               DISPLAY 'DFSSAM20 UNRESOLVED STATUS CODE '               00084400
                   STATUS-CODE ' ON GHU' UPON CONSOLE                   00084500
               PERFORM BACK-OUT-RUN.                                    00084600
           SUBTRACT WS-DISPATCH-QTY FROM TOT-STOCK.                     00084700
           IF ALLOCATED NOT NUMERIC, MOVE ZEROS TO ALLOCATED.           00084800
           SUBTRACT WS-RELEASE-QTY FROM ALLOCATED.                      00084900
           IF ALLOCATED < ZERO, MOVE ZEROS TO ALLOCATED.                00085000
           IF WS-DISB-TYPE = 'P', ADD WS-DISPATCH-QTY TO PLANNED-DISB,  00085100
                   SUBTRACT WS-DISPATCH-QTY FROM CUR-REM-REQ.           00085200
           IF WS-DISB-TYPE = 'U', ADD WS-DISPATCH-QTY TO UNP-DISB,      00085300
                   SUBTRACT WS-DISPATCH-QTY FROM UNP-REM-REQ.           00085400
           IF UNP-REM-REQ < 0, MOVE ZEROES TO UNP-REM-REQ.              00085500
           CALL 'CBLTDLI' USING REPLACE1, DB-PCB, STOK-SRA.             00085600
           IF STATUS-CODE NOT = '  '                                    00085700
               DISPLAY 'DFSSAM20 UNRESOLVED STATUS CODE '               00085800
                   STATUS-CODE ' ON REPL' UPON CONSOLE                  00085900
               PERFORM BACK-OUT-RUN.                                    00086000
           PERFORM WRITE-MOVEMENT-RECORD THRU MOVEMENT-EXIT.            00086100
           IF WS-OL-STATUS (WS-OL-HIT) = 'B' AND                        00086125
              WS-DISPATCH-QTY NOT < WS-OL-QTY (WS-OL-HIT)               00086150
               PERFORM DELETE-LINE-BACKORDER THRU DELETE-LINE-BO-EXIT.  00086175
           IF TOT-STOCK NEGATIVE                                        00086200
               DISPLAY 'DFSSAM20 DISPATCH ' OT-ORDER-NO ' '             00086300
                   OT-LINE-NO ' LEAVES NEGATIVE STOCK ON HAND'.         00086400
           IF REORDER-POINT NUMERIC AND REORDER-POINT > ZERO            00086500
               AND TOT-STOCK NOT GREATER THAN REORDER-POINT             00086600
               PERFORM WRITE-REORDER-REQUEST THRU REORDER-EXIT.         00086700
           PERFORM DISPATCH-ON-TABLE THRU DISPATCH-ON-TABLE-EXIT.       00086800
           ADD 1 TO WS-CNT-DISPATCHED.                                  00086900
       CONFIRM-EXIT.                                                    00087000
           EXIT.                                                        00087100
                                                                        00087200
      *    ZERO OR NO QUANTITY DISPATCHES THE WHOLE LINE; MORE THAN     00087300
      *    IS STILL ON IT COMES BACK AS ZERO.  ONLY AS MUCH AS THE      00087400
      *    LINE HOLDS IS RELEASED FROM ALLOCATED - A BACKORDERED        00087500
      *    LINE HOLDS NOTHING.  A BACKORDERED LINE DISPATCHED IN FULL   00087550
      *    HAS ITS BACKORDR DELETED; A PART-DISPATCH LEAVES IT FOR      00087600
      *    THE REST STILL OWED.                                         00087650
       SIZE-DISPATCH.                                                   00087700
           IF OT-QUANTITY NOT NUMERIC OR OT-QUANTITY NOT > ZERO         00087800
               MOVE WS-OL-QTY (WS-OL-HIT) TO WS-DISPATCH-QTY            00087900
           ELSE                                                         00088000
               MOVE OT-QUANTITY TO WS-DISPATCH-QTY.                     00088100
           IF WS-DISPATCH-QTY > WS-OL-QTY (WS-OL-HIT)                   00088200
               MOVE ZERO TO WS-DISPATCH-QTY.                            00088300
           MOVE WS-DISPATCH-QTY TO WS-RELEASE-QTY.                      00088400
           IF WS-RELEASE-QTY > WS-OL-ALLOC-QTY (WS-OL-HIT)              00088500
               MOVE WS-OL-ALLOC-QTY (WS-OL-HIT) TO WS-RELEASE-QTY.      00088600
       SIZE-DISPATCH-EXIT.                                              00088700
           EXIT.                                                        00088800
                                                                        00088900
       DISPATCH-ON-TABLE.                                               00089000
           SUBTRACT WS-DISPATCH-QTY FROM WS-OL-QTY (WS-OL-HIT).         00089100
           SUBTRACT WS-RELEASE-QTY FROM WS-OL-ALLOC-QTY (WS-OL-HIT).    00089200
           IF WS-OL-QTY (WS-OL-HIT) NOT > ZERO                          00089300
               MOVE 'D' TO WS-OL-STATUS (WS-OL-HIT)                     00089400
               PERFORM CLOSE-LINE-ON-ORDER THRU CLOSE-LINE-EXIT.        00089500
       DISPATCH-ON-TABLE-EXIT.                                          00089600
           EXIT.                                                        00089700
                                                                        00089800
      *    CANCELLATION - WHATEVER THE LINE HOLDS GOES BACK, AS THE     00089900
      *    DFSSAM13 'R' RELEASE DOES.  A BACKORDERED LINE HOLDS         00090000
      *    NOTHING - ITS BACKORDR IS DELETED INSTEAD.                   00090100
       CANCEL-LINE-RTN.                                                 00090200
           MOVE OT-ORDER-NO TO WS-FIND-ORDER.                           00090300
           MOVE OT-LINE-NO TO WS-FIND-LINE.                             00090400
           PERFORM FIND-OPEN-LINE THRU FIND-OPEN-LINE-EXIT.             00090500
           IF WS-OL-HIT = 0                                             00090600
               ADD 1 TO WS-CNT-REJECTED                                 00090700
               DISPLAY 'DFSSAM20 CANCEL ' OT-ORDER-NO ' '               00090800
                   OT-LINE-NO ' HAS NO OPEN LINE-RESUBMIT'              00090900
               GO TO CANCEL-LINE-EXIT.                                  00091000
           MOVE WS-OL-PART (WS-OL-HIT) TO VALUE-1.                      00091016
           MOVE WS-OL-KEY (WS-OL-HIT) TO VALUE-2.                       00091032
           IF WS-OL-STATUS (WS-OL-HIT) = 'B'                            00091048
               PERFORM DELETE-LINE-BACKORDER THRU DELETE-LINE-BO-EXIT   00091064
               GO TO CANCEL-ON-TABLE.                                   00091080
           IF WS-OL-ALLOC-QTY (WS-OL-HIT) NOT > ZERO                    00091100
               GO TO CANCEL-ON-TABLE.                                   00091200
           CALL 'CBLTDLI' USING GET-HOLD-UNIQUE, DB-PCB, STOK-SRA,      00091500
               SSA1, SSA2.                                              00091600
           IF STATUS-CODE = 'GE'                                        00091700
               DISPLAY 'DFSSAM20 CANCEL ' OT-ORDER-NO ' '               00091800
                   OT-LINE-NO ' STOCK RECORD NOT FOUND - LINE CLOSED'   00091900
               GO TO CANCEL-ON-TABLE.                                   00092000
           IF STATUS-CODE NOT = '  '                                    00092100
               DISPLAY 'DFSSAM20 UNRESOLVED STATUS CODE '               00092200
                   STATUS-CODE ' ON GHU' UPON CONSOLE                   00092300
               PERFORM BACK-OUT-RUN.                                    00092400
           IF ALLOCATED NOT NUMERIC, MOVE ZEROS TO ALLOCATED.           00092500
           SUBTRACT WS-OL-ALLOC-QTY (WS-OL-HIT) FROM ALLOCATED.         00092600
           IF ALLOCATED < ZERO, MOVE ZEROS TO ALLOCATED.                00092700
           CALL 'CBLTDLI' USING REPLACE1, DB-PCB, STOK-SRA.             00092800
           IF STATUS-CODE NOT = '  '                                    00092900
               DISPLAY 'DFSSAM20 UNRESOLVED STATUS CODE '               00093000
                   STATUS-CODE ' ON REPL' UPON CONSOLE                  00093100
               PERFORM BACK-OUT-RUN.                                    00093200
       CANCEL-ON-TABLE.                                                 00093300
           MOVE 'X' TO WS-OL-STATUS (WS-OL-HIT).                        00093400
           MOVE ZERO TO WS-OL-ALLOC-QTY (WS-OL-HIT).                    00093500
           PERFORM CLOSE-LINE-ON-ORDER THRU CLOSE-LINE-EXIT.            00093600
           ADD 1 TO WS-CNT-CANCELLED.                                   00093700
       CANCEL-LINE-EXIT.                                                00093800
           EXIT.                                                        00093801
                                                                        00093802
      *    A BACKORDERED LINE THE STOCK NOW COVERS IS ALLOCATED BY      00093803
      *    THE SAME 'A' RULE AS A NEW LINE, AND ITS ALLOCATION DATE     00093804
      *    STARTS THE AGEING OVER.  DONE AFTER THE LAST ORDER RECORD,   00093805
      *    SO A RESTART SIMPLY DOES IT AGAIN.                           00093806
       RETRY-BACKORDER.                                                 00093807
           IF WS-OL-STATUS (WS-OL-HIT) NOT = 'B'                        00093808
               GO TO RETRY-BACKORDER-EXIT.                              00093809
           MOVE WS-OL-PART (WS-OL-HIT) TO VALUE-1.                      00093810
           MOVE WS-OL-KEY (WS-OL-HIT) TO VALUE-2.                       00093811
           CALL 'CBLTDLI' USING GET-HOLD-UNIQUE, DB-PCB, STOK-SRA,      00093812
               SSA1, SSA2.                                              00093813
           IF STATUS-CODE = 'GE'                                        00093814
               DISPLAY 'DFSSAM20 BACKORDERED LINE '                     00093815
                   WS-OL-ORDER (WS-OL-HIT) ' ' WS-OL-LINE (WS-OL-HIT)   00093816
                   ' STOCK RECORD NOT FOUND'                            00093817
               GO TO RETRY-BACKORDER-EXIT.                              00093818
           IF STATUS-CODE NOT = '  '                                    00093819
               DISPLAY 'DFSSAM20 UNRESOLVED STATUS CODE '               00093820
                   STATUS-CODE ' ON GHU' UPON CONSOLE                   00093821
               PERFORM BACK-OUT-RUN.                                    00093822
           IF ALLOCATED NOT NUMERIC, MOVE ZEROS TO ALLOCATED.           00093823
           COMPUTE WS-AVAILABLE = TOT-STOCK - ALLOCATED.                00093824
           IF WS-OL-QTY (WS-OL-HIT) GREATER THAN WS-AVAILABLE           00093825
               GO TO RETRY-BACKORDER-EXIT.                              00093826
           ADD WS-OL-QTY (WS-OL-HIT) TO ALLOCATED.                      00093827
           CALL 'CBLTDLI' USING REPLACE1, DB-PCB, STOK-SRA.             00093828
           IF STATUS-CODE NOT = '  '                                    00093829
               DISPLAY 'DFSSAM20 UNRESOLVED STATUS CODE '               00093830
                   STATUS-CODE ' ON REPL' UPON CONSOLE                  00093831
               PERFORM BACK-OUT-RUN.                                    00093832
           PERFORM DELETE-LINE-BACKORDER THRU DELETE-LINE-BO-EXIT.      00093833
           MOVE 'A' TO WS-OL-STATUS (WS-OL-HIT).                        00093834
           MOVE WS-OL-QTY (WS-OL-HIT) TO WS-OL-ALLOC-QTY (WS-OL-HIT).   00093835
           MOVE WS-TODAY-DATE TO WS-OL-ALLOC-DATE (WS-OL-HIT).          00093836
           ADD 1 TO WS-CNT-BO-FILLED.                                   00093837
       RETRY-BACKORDER-EXIT.                                            00093838
           EXIT.                                                        00093839
                                                                        00093840
      *    THE LINE'S BACKORDR IS THE FIRST UNDER THE STOCK RECORD IN   00093841
      *    VALUE-1/VALUE-2 CARRYING ITS ORDER NUMBER AS THE WORK        00093842
      *    ORDER.  ONE ALREADY GONE (DFSSAM09 MAY HAVE CLEARED IT) IS   00093843
      *    REPORTED AND THE LINE CARRIES ON.                            00093844
       DELETE-LINE-BACKORDER.                                           00093845
           CALL 'CBLTDLI' USING GET-HOLD-UNIQUE, DB-PCB, BACKORDR-AREA, 00093846
               SSA1, SSA2, SSA3.                                        00093847
           PERFORM NEXT-LINE-BACKORDER THRU NEXT-LINE-BO-EXIT           00093848
               UNTIL STATUS-CODE NOT = '  '                             00093849
               OR BO-WORK-ORDER = WS-OL-ORDER (WS-OL-HIT).              00093850
           IF STATUS-CODE = 'GE' OR STATUS-CODE = 'GB'                  00093851
               DISPLAY 'DFSSAM20 LINE ' WS-OL-ORDER (WS-OL-HIT) ' '     00093852
                   WS-OL-LINE (WS-OL-HIT) ' HAS NO BACKORDR TO DELETE'  00093853
               GO TO DELETE-LINE-BO-EXIT.                               00093854
           IF STATUS-CODE NOT = '  '                                    00093855
               DISPLAY 'DFSSAM20 UNRESOLVED STATUS CODE '               00093856
                   STATUS-CODE ' ON GHN' UPON CONSOLE                   00093857
               PERFORM BACK-OUT-RUN.                                    00093858
           CALL 'CBLTDLI' USING DELEET, DB-PCB, BACKORDR-AREA.          00093859
           IF STATUS-CODE NOT = '  '                                    00093860
               DISPLAY 'DFSSAM20 UNRESOLVED STATUS CODE '               00093861
                   STATUS-CODE ' ON DLET' UPON CONSOLE                  00093862
               PERFORM BACK-OUT-RUN.                                    00093863
       DELETE-LINE-BO-EXIT.                                             00093864
           EXIT.                                                        00093865
                                                                        00093866
       NEXT-LINE-BACKORDER.                                             00093867
           CALL 'CBLTDLI' USING GET-HOLD-NEXT, DB-PCB, BACKORDR-AREA,   00093868
               SSA1, SSA2, SSA3.                                        00093869
       NEXT-LINE-BO-EXIT.                                               00093870
           EXIT.                                                        00093900
                                                                        00094000
       CLOSE-LINE-ON-ORDER.                                             00094100
           MOVE WS-OL-ORDER (WS-OL-HIT) TO WS-FIND-ORDER.               00094200
           PERFORM FIND-ORDER THRU FIND-ORDER-EXIT.                     00094300
           IF WS-OH-HIT > 0                                             00094400
               SUBTRACT 1 FROM WS-OH-OPEN (WS-OH-HIT).                  00094500
       CLOSE-LINE-EXIT.                                                 00094600
           EXIT.                                                        00094700
                                                                        00094800
       FIND-ORDER.                                                      00094900
           MOVE 0 TO WS-OH-HIT.                                         00095000
           PERFORM MATCH-ORDER THRU MATCH-ORDER-EXIT                    00095100
               VARYING WS-O FROM 1 BY 1                                 00095200
               UNTIL WS-O > WS-OH-COUNT OR WS-OH-HIT > 0.               00095300
       FIND-ORDER-EXIT.                                                 00095400
           EXIT.                                                        00095500
                                                                        00095600
       MATCH-ORDER.                                                     00095700
           IF WS-OH-ORDER (WS-O) = WS-FIND-ORDER                        00095800
               MOVE WS-O TO WS-OH-HIT.                                  00095900
       MATCH-ORDER-EXIT.                                                00096000
           EXIT.                                                        00096100
                                                                        00096200
      *    ANY LINE OF THAT NUMBER, OPEN OR CLOSED TODAY - A LINE       00096300
      *    NUMBER IS NEVER REUSED ON THE SAME ORDER.                    00096400
       FIND-ANY-LINE.                                                   00096500
           MOVE 0 TO WS-OL-HIT.                                         00096600
           PERFORM MATCH-ANY-LINE THRU MATCH-ANY-LINE-EXIT              00096700
               VARYING WS-L FROM 1 BY 1                                 00096800
               UNTIL WS-L > WS-OL-COUNT OR WS-OL-HIT > 0.               00096900
       FIND-ANY-LINE-EXIT.                                              00097000
           EXIT.                                                        00097100
                                                                        00097200
       MATCH-ANY-LINE.                                                  00097300
           IF WS-OL-ORDER (WS-L) = WS-FIND-ORDER AND                    00097400
              WS-OL-LINE (WS-L) = WS-FIND-LINE                          00097500
               MOVE WS-L TO WS-OL-HIT.                                  00097600
       MATCH-ANY-LINE-EXIT.                                             00097700
           EXIT.                                                        00097800
                                                                        00097900
       FIND-OPEN-LINE.                                                  00098000
           MOVE 0 TO WS-OL-HIT.                                         00098100
           PERFORM MATCH-OPEN-LINE THRU MATCH-OPEN-LINE-EXIT            00098200
               VARYING WS-L FROM 1 BY 1                                 00098300
               UNTIL WS-L > WS-OL-COUNT OR WS-OL-HIT > 0.               00098400
       FIND-OPEN-LINE-EXIT.                                             00098500
           EXIT.                                                        00098600
                                                                        00098700
       MATCH-OPEN-LINE.                                                 00098800
           IF WS-OL-ORDER (WS-L) = WS-FIND-ORDER AND                    00098900
              WS-OL-LINE (WS-L) = WS-FIND-LINE AND                      00099000
              (WS-OL-STATUS (WS-L) = 'A' OR WS-OL-STATUS (WS-L) = 'B')  00099100
               MOVE WS-L TO WS-OL-HIT.                                  00099200
       MATCH-OPEN-LINE-EXIT.                                            00099300
           EXIT.                                                        00099400
                                                                        00099500
      *    RESTART ONLY - THE RECORDS BEFORE THE CHECKPOINT ARE         00099600
      *    ALREADY ON THE DATA BASE AND THE MOVEMENT FILE, SO THEY      00099700
      *    ARE READ PAST AND APPLIED TO THE OPEN ORDERS ALONE, WITH     00099800
      *    THE SAME CHECKS THAT DECIDED THEM THE FIRST TIME.            00099900
       REPLAY-ONE-RECORD.                                               00100000
           READ ORDTRN AT END                                           00100100
               DISPLAY 'DFSSAM20 ORDTRN SHORTER THAN CHECKPOINT '       00100200
                   WS-XRST-CHKP-ID ' - NOT THE FILE TO RESTART WITH'    00100300
                   UPON CONSOLE                                         00100400
               MOVE 16 TO RETURN-CODE                                   00100500
               GOBACK.                                                  00100600
           MOVE OT-ORDER-NO TO WS-FIND-ORDER.                           00100700
           MOVE OT-LINE-NO TO WS-FIND-LINE.                             00100800
           IF OT-ACTION = 'H'                                           00100900
               PERFORM FIND-ORDER THRU FIND-ORDER-EXIT                  00101000
               IF WS-OH-HIT = 0 AND WS-OH-COUNT < 300                   00101100
                   PERFORM ADD-ORDER-ENTRY THRU ADD-ORDER-EXIT.         00101200
           IF OT-ACTION = 'L'                                           00101300
               PERFORM REPLAY-LINE THRU REPLAY-LINE-EXIT.               00101400
           IF OT-ACTION = 'C'                                           00101500
               PERFORM FIND-OPEN-LINE THRU FIND-OPEN-LINE-EXIT          00101600
               IF WS-OL-HIT > 0                                         00101700
                   PERFORM SIZE-DISPATCH THRU SIZE-DISPATCH-EXIT        00101800
                   IF WS-DISPATCH-QTY > ZERO                            00101900
                       PERFORM DISPATCH-ON-TABLE                        00102000
                           THRU DISPATCH-ON-TABLE-EXIT.                 00102100
           IF OT-ACTION = 'X'                                           00102200
               PERFORM FIND-OPEN-LINE THRU FIND-OPEN-LINE-EXIT          00102300
               IF WS-OL-HIT > 0                                         00102400
                   MOVE 'X' TO WS-OL-STATUS (WS-OL-HIT)                 00102500
                   MOVE ZERO TO WS-OL-ALLOC-QTY (WS-OL-HIT)             00102600
                   PERFORM CLOSE-LINE-ON-ORDER THRU CLOSE-LINE-EXIT.    00102700
       REPLAY-ONE-EXIT.                                                 00102800
           EXIT.                                                        00102900
                                                                        00103000
      *    A REPLAYED LINE WAS BACKORDERED IF ITS STOCK RECORD HAS      00103100
      *    MORE BACKORDR CHILDREN FOR THIS ORDER AND QUANTITY CUT       00103200
      *    TODAY THAN THE LINES ALREADY REPLAYED ACCOUNT FOR;           00103300
      *    OTHERWISE IT WAS ALLOCATED.  READ CALLS ONLY.                00103400
       REPLAY-LINE.                                                     00103500
           PERFORM FIND-ORDER THRU FIND-ORDER-EXIT.                     00103600
           IF WS-OH-HIT = 0                                             00103700
               GO TO REPLAY-LINE-EXIT.                                  00103800
           PERFORM FIND-ANY-LINE THRU FIND-ANY-LINE-EXIT.               00103900
           IF WS-OL-HIT > 0 OR WS-OL-COUNT NOT < 1000                   00104000
               GO TO REPLAY-LINE-EXIT.                                  00104100
           IF OT-QUANTITY NOT NUMERIC OR OT-QUANTITY NOT > ZERO         00104200
               GO TO REPLAY-LINE-EXIT.                                  00104300
           MOVE OT-PART-NO TO VALUE-1.                                  00104400
           MOVE OT-INV-KEY TO VALUE-2.                                  00104500
           CALL 'CBLTDLI' USING GET-UNIQUE, DB-PCB, STOK-SRA,           00104600
               SSA1, SSA2.                                              00104700
           IF STATUS-CODE NOT = '  '                                    00104800
               GO TO REPLAY-LINE-EXIT.                                  00104900
           MOVE 0 TO WS-BO-MATCHES.                                     00105000
           CALL 'CBLTDLI' USING GET-NEXT, DB-PCB, BACKORDR-AREA,        00105100
               SSA1, SSA2, SSA3.                                        00105200
           PERFORM COUNT-ONE-BACKORDER THRU COUNT-ONE-BO-EXIT           00105300
               UNTIL STATUS-CODE NOT = '  '.                            00105400
           MOVE 0 TO WS-BO-TAKEN.                                       00105500
           PERFORM COUNT-REPLAYED-BACKORDER THRU COUNT-REPLAYED-EXIT    00105600
               VARYING WS-L FROM 1 BY 1                                 00105700
               UNTIL WS-L > WS-OL-COUNT.                                00105800
           IF WS-BO-MATCHES > WS-BO-TAKEN                               00105900
               MOVE 'B' TO WS-LINE-STATUS                               00106000
               MOVE ZERO TO WS-LINE-ALLOC                               00106100
           ELSE                                                         00106200
               MOVE 'A' TO WS-LINE-STATUS                               00106300
               MOVE OT-QUANTITY TO WS-LINE-ALLOC.                       00106400
           PERFORM ADD-LINE-ENTRY THRU ADD-LINE-EXIT.                   00106500
       REPLAY-LINE-EXIT.                                                00106600
           EXIT.                                                        00106700
                                                                        00106800
       COUNT-ONE-BACKORDER.                                             00106900
           IF BO-WORK-ORDER = OT-ORDER-NO AND                           00107000
              BO-OPEN-DATE = WS-TODAY-DATE AND BO-QTY = OT-QUANTITY     00107100
               ADD 1 TO WS-BO-MATCHES.                                  00107200
           CALL 'CBLTDLI' USING GET-NEXT, DB-PCB, BACKORDR-AREA,        00107300
               SSA1, SSA2, SSA3.                                        00107400
       COUNT-ONE-BO-EXIT.                                               00107500
           EXIT.                                                        00107600
                                                                        00107700
       COUNT-REPLAYED-BACKORDER.                                        00107800
           IF WS-OL-STATUS (WS-L) = 'B' AND                             00107900
              WS-OL-ORDER (WS-L) = OT-ORDER-NO AND                      00108000
              WS-OL-PART (WS-L) = OT-PART-NO AND                        00108100
              WS-OL-KEY (WS-L) = OT-INV-KEY AND                         00108200
              WS-OL-ALLOC-DATE (WS-L) = WS-TODAY-DATE AND               00108300
              WS-OL-QTY (WS-L) = OT-QUANTITY                            00108400
               ADD 1 TO WS-BO-TAKEN.                                    00108500
       COUNT-REPLAYED-EXIT.                                             00108600
           EXIT.                                                        00108700
                                                                        00108800
      *    THE RUNLOG ROW IS UPDATED FIRST SO THE CHKP COMMITS IT       00108900
      *    TOGETHER WITH THE ORDER RECORDS IT COUNTS.                   00109000
       TAKE-CHECKPOINT.                                                 00109100
           ADD 1 TO WS-CHKP-SEQ.                                        00109200
           MOVE WS-CHKP-SEQ TO WS-SAVE-CHKP-SEQ.                        00109300
           MOVE WS-CNT-RECORDS TO WS-SAVE-RECORDS.                      00109400
           MOVE WS-CNT-ORDERS TO WS-SAVE-ORDERS.                        00109500
           MOVE WS-CNT-ALLOCATED TO WS-SAVE-ALLOCATED.                  00109600
           MOVE WS-CNT-BACKORDERED TO WS-SAVE-BACKORDERED.              00109700
           MOVE WS-CNT-DISPATCHED TO WS-SAVE-DISPATCHED.                00109800
           MOVE WS-CNT-CANCELLED TO WS-SAVE-CANCELLED.                  00109900
           MOVE WS-CNT-REJECTED TO WS-SAVE-REJECTED.                    00110000
           MOVE RUN-CYCLE-DATE TO WS-SAVE-CYCLE-DATE.                   00110100
           MOVE 'C' TO RUN-FUNCTION.                                    00110200
           MOVE WS-CHKP-ID TO RUN-CHKP-ID.                              00110300
           PERFORM SET-RUN-COUNTERS THRU SET-RUN-COUNTERS-EXIT.         00110400
           CALL 'LGRUNLOG' USING WS-RUNLOG.                             00110500
           CALL 'CBLTDLI' USING CHECKPOINT, IO-PCB, WS-CHKP-ID-LEN,     00110600
               WS-CHKP-ID, WS-CHKP-SAVE-LEN, WS-CHKP-SAVE.              00110700
           IF IO-STATUS NOT = '  '                                      00110800
               DISPLAY 'DFSSAM20 UNRESOLVED STATUS CODE '               00110900
                   IO-STATUS ' ON CHKP' UPON CONSOLE                    00111000
               PERFORM BACK-OUT-RUN.                                    00111100
           MOVE 0 TO WS-CHKP-COUNT.                                     00111200
       TAKE-CHECKPOINT-EXIT.                                            00111300
           EXIT.                                                        00111400
                                                                        00111500
      *    A RUN GIVING UP ON A DL/I ERROR MUST NOT END NORMALLY AND    00111600
      *    COMMIT WHAT IT DID SINCE THE LAST CHECKPOINT - THE RESTART   00111700
      *    FROM THAT CHECKPOINT WOULD APPLY IT ALL AGAIN.               00111800
       BACK-OUT-RUN.                                                    00111900
           CALL 'CBLTDLI' USING ROLL-BACK, IO-PCB.                      00112000
           MOVE 16 TO RETURN-CODE.                                      00112100
           GOBACK.                                                      00112200
                                                                        00112300
      *    ONE MOVEMENT RECORD PER CONFIRMED DISPATCH, PLANNED ('DP')   00112400
      *    OR UNPLANNED ('DU') AS THE ORDER WAS ENTERED.                00112500
       WRITE-MOVEMENT-RECORD.                                           00112600
           MOVE WS-OL-PART (WS-OL-HIT) TO MV-PART-NO.                   00112700
           MOVE WS-OL-KEY (WS-OL-HIT) TO MV-INV-KEY.                    00112800
           IF WS-DISB-TYPE = 'P'                                        00112900
               MOVE 'DP' TO MV-TRANS-TYPE                               00113000
           ELSE                                                         00113100
               MOVE 'DU' TO MV-TRANS-TYPE.                              00113200
           MOVE WS-DISPATCH-QTY TO MV-QUANTITY.                         00113300
           MOVE WS-TODAY-DATE TO MV-DATE.                               00113400
           MOVE OT-ORDER-NO TO MV-TERMINAL.                             00113500
           CALL 'CBLTDLI' USING IN-SERT, MOVE-PCB, MOVE-RECORD.         00113600
           IF MV-STATUS-CODE NOT = '  '                                 00113700
               DISPLAY 'DFSSAM20 MOVEMENT LOG ISRT FAILED '             00113800
                   MV-STATUS-CODE UPON CONSOLE.                         00113900
       MOVEMENT-EXIT.                                                   00114000
           EXIT.                                                        00114100
                                                                        00114200
      *    SUGGESTED QUANTITY TOPS THE STOCK BACK UP TO TWICE THE       00114300
      *    REORDER POINT, AS DFSSAM06 SUGGESTS IT.                      00114400
       WRITE-REORDER-REQUEST.                                           00114500
           MOVE WS-OL-PART (WS-OL-HIT) TO RR-PART-NO.                   00114600
           MOVE WS-OL-KEY (WS-OL-HIT) TO RR-INV-KEY.                    00114700
           MOVE VENDOR-CODE TO RR-VENDOR-CODE.                          00114800
           MOVE TOT-STOCK TO RR-ON-HAND.                                00114900
           MOVE REORDER-POINT TO RR-REORDER-POINT.                      00115000
           COMPUTE RR-SUGGESTED-QTY =                                   00115100
               (REORDER-POINT * 2) - TOT-STOCK.                         00115200
           CALL 'CBLTDLI' USING IN-SERT, REORD-PCB, REORD-RECORD.       00115300
           IF RO-STATUS-CODE NOT = '  '                                 00115400
               DISPLAY 'DFSSAM20 REORDER LOG ISRT FAILED '              00115500
                   RO-STATUS-CODE UPON CONSOLE.                         00115600
       REORDER-EXIT.                                                    00115700
           EXIT.                                                        00115800
                                                                        00115900
      *    EVERY ORDER WITH A LINE STILL OPEN CARRIES FORWARD, HEADER   00116000
      *    FIRST, AND ITS ALLOCATED LINES DUE BY TODAY GO ON THE PICK   00116100
      *    LIST.  A HEADER THAT NEVER GOT A LINE IS KEPT FOR THE        00116200
      *    SYSIN NUMBER OF DAYS AND THEN DROPPED.                       00116300
       CARRY-AND-REPORT.                                                00116400
           PERFORM CARRY-ONE-ORDER THRU CARRY-ONE-ORDER-EXIT            00116500
               VARYING WS-O FROM 1 BY 1                                 00116600
               UNTIL WS-O > WS-OH-COUNT.                                00116700
       CARRY-REPORT-EXIT.                                               00116800
           EXIT.                                                        00116900
                                                                        00117000
       CARRY-ONE-ORDER.                                                 00117100
           IF WS-OH-OPEN (WS-O) NOT > 0 AND WS-OH-LINES (WS-O) > 0      00117200
               GO TO CARRY-ONE-ORDER-EXIT.                              00117300
           IF WS-OH-LINES (WS-O) > 0                                    00117400
               GO TO CARRY-WRITE-HEADER.                                00117500
           MOVE WS-OH-ENTRY-DATE (WS-O) TO WS-SERIAL-DATE.              00117600
           PERFORM DAY-SERIAL THRU DAY-SERIAL-EXIT.                     00117700
           COMPUTE WS-AGE-DAYS = WS-TODAY-SERIAL - WS-SERIAL-DAYS.      00117800
           IF WS-AGE-DAYS > WS-AGE-LIMIT                                00117900
               DISPLAY 'DFSSAM20 ORDER ' WS-OH-ORDER (WS-O)             00118000
                   ' HAS HAD NO LINES FOR ' WS-AGE-DAYS                 00118100
                   ' DAYS - DROPPED'                                    00118200
               GO TO CARRY-ONE-ORDER-EXIT.                              00118300
       CARRY-WRITE-HEADER.                                              00118400
           MOVE SPACES TO ORDOUT-RECORD.                                00118500
           MOVE 'H' TO OO-REC-TYPE.                                     00118600
           MOVE WS-OH-ORDER (WS-O) TO OO-ORDER-NO.                      00118700
           MOVE ZERO TO OO-LINE-NO.                                     00118800
           MOVE WS-OH-REQUESTER (WS-O) TO OO-REQUESTER.                 00118900
           MOVE WS-OH-REQ-DATE (WS-O) TO OO-REQUESTED-DATE.             00119000
           MOVE WS-OH-DISB-TYPE (WS-O) TO OO-DISB-TYPE.                 00119100
           MOVE WS-OH-ENTRY-DATE (WS-O) TO OO-ENTRY-DATE.               00119200
           WRITE ORDOUT-RECORD.                                         00119300
           ADD 1 TO WS-CNT-OPEN-ORDERS.                                 00119400
           PERFORM CARRY-ONE-LINE THRU CARRY-ONE-LINE-EXIT              00119500
               VARYING WS-L FROM 1 BY 1                                 00119600
               UNTIL WS-L > WS-OL-COUNT.                                00119700
       CARRY-ONE-ORDER-EXIT.                                            00119800
           EXIT.                                                        00119900
                                                                        00120000
      *    THE AGE OF AN ALLOCATION IS TAKEN BETWEEN RUNNING DAY        00120100
      *    NUMBERS, SO IT HOLDS ACROSS A YEAR END.                      00120200
       CARRY-ONE-LINE.                                                  00120300
           IF WS-OL-ORDER (WS-L) NOT = WS-OH-ORDER (WS-O)               00120400
               GO TO CARRY-ONE-LINE-EXIT.                               00120500
           IF WS-OL-STATUS (WS-L) NOT = 'A' AND                         00120600
              WS-OL-STATUS (WS-L) NOT = 'B'                             00120700
               GO TO CARRY-ONE-LINE-EXIT.                               00120800
           MOVE SPACES TO ORDOUT-RECORD.                                00120900
           MOVE 'L' TO OO-REC-TYPE.                                     00121000
           MOVE WS-OL-ORDER (WS-L) TO OO-ORDER-NO.                      00121100
           MOVE WS-OL-LINE (WS-L) TO OO-LINE-NO.                        00121200
           MOVE WS-OL-PART (WS-L) TO OO-PART-NO.                        00121300
           MOVE WS-OL-KEY (WS-L) TO OO-INV-KEY.                         00121400
           MOVE WS-OL-QTY (WS-L) TO OO-QUANTITY.                        00121500
           MOVE WS-OL-ALLOC-QTY (WS-L) TO OO-ALLOC-QTY.                 00121600
           MOVE WS-OL-ALLOC-DATE (WS-L) TO OO-ALLOC-DATE.               00121700
           MOVE WS-OL-STATUS (WS-L) TO OO-LINE-STATUS.                  00121800
           WRITE ORDOUT-RECORD.                                         00121900
           ADD 1 TO WS-CNT-OPEN-LINES.                                  00122000
           IF WS-OL-STATUS (WS-L) NOT = 'A'                             00122100
               GO TO CARRY-ONE-LINE-EXIT.                               00122200
           IF WS-OH-REQ-DATE (WS-O) NOT > WS-TODAY-DATE                 00122300
               PERFORM ADD-PICK-ENTRY THRU ADD-PICK-EXIT.               00122400
           MOVE WS-OL-ALLOC-DATE (WS-L) TO WS-SERIAL-DATE.              00122500
           PERFORM DAY-SERIAL THRU DAY-SERIAL-EXIT.                     00122600
           MOVE WS-SERIAL-DAYS TO WS-ALLOC-SERIAL.                      00122700
           COMPUTE WS-AGE-DAYS = WS-TODAY-SERIAL - WS-ALLOC-SERIAL.     00122800
           IF WS-AGE-DAYS > WS-AGE-LIMIT                                00122900
               ADD 1 TO WS-CNT-OVERDUE                                  00123000
               MOVE WS-OL-ALLOC-QTY (WS-L) TO WS-DISP-QTY               00123100
               DISPLAY 'DFSSAM20 ORDER ' WS-OL-ORDER (WS-L)             00123200
                   ' LINE ' WS-OL-LINE (WS-L) ' FOR '                   00123300
                   WS-OH-REQUESTER (WS-O) ' PART ' WS-OL-PART (WS-L)    00123400
                   ' ' WS-OL-KEY (WS-L) ' QTY ' WS-DISP-QTY             00123500
                   ' ALLOCATED ' WS-AGE-DAYS ' DAYS - NOT DISPATCHED'.  00123600
       CARRY-ONE-LINE-EXIT.                                             00123700
           EXIT.                                                        00123800
                                                                        00123900
       ADD-PICK-ENTRY.                                                  00124000
           IF WS-PK-COUNT NOT < 1000                                    00124100
               DISPLAY 'DFSSAM20 PICK LIST FULL AT '                    00124200
                   WS-OL-ORDER (WS-L) ' ' WS-OL-LINE (WS-L)             00124300
               GO TO ADD-PICK-EXIT.                                     00124400
           ADD 1 TO WS-PK-COUNT.                                        00124500
           MOVE WS-OL-KEY (WS-L) TO WS-KEY-SPLIT.                       00124600
           MOVE WS-KEY-LOCATION TO WS-PK-LOCATION (WS-PK-COUNT).        00124700
           MOVE WS-KEY-AREA TO WS-PK-AREA (WS-PK-COUNT).                00124800
           MOVE WS-OL-PART (WS-L) TO WS-PK-PART (WS-PK-COUNT).          00124900
           MOVE WS-OL-ORDER (WS-L) TO WS-PK-ORDER (WS-PK-COUNT).        00125000
           MOVE WS-OL-LINE (WS-L) TO WS-PK-LINE (WS-PK-COUNT).          00125100
           MOVE WS-OL-KEY (WS-L) TO WS-PK-KEY (WS-PK-COUNT).            00125200
           MOVE WS-OL-QTY (WS-L) TO WS-PK-QTY (WS-PK-COUNT).            00125300
           MOVE WS-OH-REQUESTER (WS-O) TO                               00125400
               WS-PK-REQUESTER (WS-PK-COUNT).                           00125500
           MOVE WS-OH-REQ-DATE (WS-O) TO WS-PK-REQ-DATE (WS-PK-COUNT).  00125600
       ADD-PICK-EXIT.                                                   00125700
           EXIT.                                                        00125800
                                                                        00125900
      *    ONE PAGE PER LOCATION, LINES IN STORAGE-AREA AND PART        00126000
      *    ORDER SO THE PICKER WALKS THE STORE ONCE.                    00126100
       PRINT-PICK-LIST.                                                 00126200
           PERFORM SORT-PICK-PASS THRU SORT-PICK-PASS-EXIT              00126300
               VARYING WS-P FROM 1 BY 1                                 00126400
               UNTIL WS-P >= WS-PK-COUNT.                               00126500
           MOVE HIGH-VALUES TO WS-LAST-LOCATION.                        00126600
           PERFORM PRINT-ONE-PICK THRU PRINT-ONE-PICK-EXIT              00126700
               VARYING WS-P FROM 1 BY 1                                 00126800
               UNTIL WS-P > WS-PK-COUNT.                                00126900
       PRINT-PICK-LIST-EXIT.                                            00127000
           EXIT.                                                        00127100
                                                                        00127200
       SORT-PICK-PASS.                                                  00127300
           PERFORM SORT-PICK-PAIR THRU SORT-PICK-PAIR-EXIT              00127400
               VARYING WS-Q FROM 1 BY 1                                 00127500
               UNTIL WS-Q >= WS-PK-COUNT.                               00127600
       SORT-PICK-PASS-EXIT.                                             00127700
           EXIT.                                                        00127800
                                                                        00127900
       SORT-PICK-PAIR.                                                  00128000
           COMPUTE WS-R = WS-Q + 1.                                     00128100
           IF WS-PK-SORT-KEY (WS-Q) > WS-PK-SORT-KEY (WS-R)             00128200
               MOVE WS-PK-ENTRY (WS-Q) TO WS-PK-SWAP                    00128300
               MOVE WS-PK-ENTRY (WS-R) TO WS-PK-ENTRY (WS-Q)            00128400
               MOVE WS-PK-SWAP TO WS-PK-ENTRY (WS-R).                   00128500
       SORT-PICK-PAIR-EXIT.                                             00128600
           EXIT.                                                        00128700
                                                                        00128800
       PRINT-ONE-PICK.                                                  00128900
           IF WS-PK-LOCATION (WS-P) = WS-LAST-LOCATION                  00129000
               GO TO PRINT-PICK-DETAIL.                                 00129100
           MOVE WS-PK-LOCATION (WS-P) TO WS-LAST-LOCATION.              00129200
           MOVE WS-PK-KEY (WS-P) TO WS-KEY-SPLIT.                       00129300
           MOVE WS-LOC-DEPT TO WS-PT-DEPT.                              00129400
           MOVE WS-LOC-PROJ TO WS-PT-PROJ.                              00129500
           MOVE WS-LOC-DIV TO WS-PT-DIV.                                00129600
           MOVE WS-TODAY-DATE TO WS-PT-DATE.                            00129700
           IF WS-P > 1                                                  00129800
               MOVE SPACES TO PICKLST-RECORD                            00129900
               WRITE PICKLST-RECORD.                                    00130000
           WRITE PICKLST-RECORD FROM WS-PICK-TITLE.                     00130100
           WRITE PICKLST-RECORD FROM WS-PICK-HEADING.                   00130200
       PRINT-PICK-DETAIL.                                               00130300
           MOVE WS-PK-AREA (WS-P) TO WS-PD-AREA.                        00130400
           MOVE WS-PK-PART (WS-P) TO WS-PD-PART.                        00130500
           MOVE WS-PK-KEY (WS-P) TO WS-PD-KEY.                          00130600
           MOVE WS-PK-ORDER (WS-P) TO WS-PD-ORDER.                      00130700
           MOVE WS-PK-LINE (WS-P) TO WS-PD-LINE.                        00130800
           MOVE WS-PK-QTY (WS-P) TO WS-PD-QTY.                          00130900
           MOVE WS-PK-REQUESTER (WS-P) TO WS-PD-REQUESTER.              00131000
           MOVE WS-PK-REQ-DATE (WS-P) TO WS-PD-REQ-DATE.                00131100
           WRITE PICKLST-RECORD FROM WS-PICK-DETAIL.                    00131200
           ADD 1 TO WS-CNT-PICK-LINES.                                  00131300
       PRINT-ONE-PICK-EXIT.                                             00131400
           EXIT.                                                        00131500
                                                                        00131600
       DAY-SERIAL.                                                      00131700
           COMPUTE WS-SERIAL-YEARS = WS-SERIAL-YYYY - 1.                00131800
           DIVIDE WS-SERIAL-YEARS BY 4 GIVING WS-SERIAL-LEAPS.          00131900
           COMPUTE WS-SERIAL-DAYS = WS-SERIAL-YEARS * 365               00132000
                                  + WS-SERIAL-LEAPS + WS-SERIAL-DDD.    00132100
       DAY-SERIAL-EXIT.                                                 00132200
           EXIT.                                                        00132300
                                                                        00132400
       END PROGRAM DFSSAM20.                                            00132500
