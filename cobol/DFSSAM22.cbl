       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.    DFSSAM22.                                         00000200
      *                                                                 00000300
      *          RETURN TO VENDOR.  BMP - RUNS WITH THE INVENTORY       00000400
      *          DATA BASE PCB AND THE MOVEMENT GSAM PCB.  AN 'R'       00000500
      *          RECORD RETURNS FAULTY ('F') OR SURPLUS ('S') STOCK     00000600
      *          TO THE PART'S VENDOR UNDER A RETURN REFERENCE,         00000700
      *          QUOTING THE PO AND THE DATE OF THE RECEIPT IT CAME     00000800
      *          IN ON: THE STOKSTAT ON-HAND COMES DOWN THROUGH THE     00000900
      *          SAME GHU/REPL PATH THE OTHER UPDATES USE AND AN 'RV'   00001000
      *          MOVEMENT IS ISRT'D - NOT A DISBURSEMENT, SO DFSSAM12   00001100
      *          SHOWS IT IN A COLUMN OF ITS OWN AND DFSSAM17 AND       00001200
      *          DFSSAM19 DO NOT COUNT IT AS DEMAND.  EACH RETURN       00001300
      *          RAISED GETS A RETURN NOTE ON RTVNOTE FOR THE VENDOR,   00001400
      *          VALUED AT THE STOKSTAT UNIT-PRICE, AND STAYS OPEN ON   00001500
      *          THE CARRIED-FORWARD RTVIN/RTVOUT FILE UNTIL THE        00001600
      *          VENDOR SETTLES IT: A 'C' RECORD TAKES A CREDIT NOTE    00001700
      *          FOR A QUANTITY (THE AMOUNT IS LOGGED), A 'P' RECORD    00001800
      *          TAKES REPLACEMENT PARTS BACK INTO STOCK WITH AN 'RP'   00001900
      *          MOVEMENT.  A RETURN CLOSES WHEN ITS WHOLE QUANTITY     00002000
      *          IS SETTLED.  THE OPEN RETURNS ARE LISTED BY VENDOR     00002100
      *          WITH THEIR AGE AND THE VALUE STILL AWAITING CREDIT.    00002200
      *          A SYMBOLIC CHECKPOINT (CHKP) IS TAKEN EVERY SYSIN      00002300
      *          NUMBER OF RETURN RECORDS (COLUMNS 1-6, DEFAULT         00002400
      *          000500) CARRYING THE RTVTRN POSITION AND THE           00002500
      *          COUNTERS.  RESTARTED WITH CKPTID= THE XRST CALL        00002600
      *          BRINGS THEM BACK: THE OPEN-RETURN POOL IS REBUILT      00002700
      *          FROM RTVIN BY REPLAYING THE RECORDS ALREADY APPLIED    00002800
      *          AGAINST IT - A REPLAYED RETURN READS ITS STOKSTAT      00002900
      *          WITH A PLAIN GU FOR THE VENDOR AND PRICE, NOTHING IS   00003000
      *          UPDATED - AND THE RUN CARRIES ON FROM THE NEXT         00003100
      *          RECORD.  THE RETURN NOTES ARE WRITTEN AT THE END       00003200
      *          FROM THE POOL, SO A RESTARTED RUN STILL PRINTS ONE     00003300
      *          FOR EVERY RETURN IN THE FILE.  THE START, EACH         00003400
      *          CHECKPOINT, A RESTART AND THE END ARE RECORDED ON      00003500
      *          THE RUNLOG THROUGH LGRUNLOG.                           00003600
      *                                                                 00003700
       ENVIRONMENT DIVISION.                                            00003800
       CONFIGURATION SECTION.                                           00003900
       SOURCE-COMPUTER.  IBM-370.                                       00004000
       OBJECT-COMPUTER.  IBM-370.                                       00004100
       INPUT-OUTPUT SECTION.                                            00004200
       FILE-CONTROL.                                                    00004300
           SELECT RTVTRN ASSIGN TO RTVTRN                               00004400
               FILE STATUS IS RTVTRN-STATUS                             00004500
               ORGANIZATION IS SEQUENTIAL.                              00004600
           SELECT RTVIN ASSIGN TO RTVIN                                 00004700
               FILE STATUS IS RTVIN-STATUS                              00004800
               ORGANIZATION IS SEQUENTIAL.                              00004900
           SELECT RTVOUT ASSIGN TO RTVOUT                               00005000
               FILE STATUS IS RTVOUT-STATUS                             00005100
               ORGANIZATION IS SEQUENTIAL.                              00005200
           SELECT RTVNOTE ASSIGN TO RTVNOTE                             00005300
               FILE STATUS IS RTVNOTE-STATUS                            00005400
               ORGANIZATION IS SEQUENTIAL.                              00005500
                                                                        00005600
       DATA DIVISION.                                                   00005700
       FILE SECTION.                                                    00005800
      *    'R' NEEDS EVERYTHING BUT THE CREDIT AMOUNT; 'C' AND 'P'      00005900
      *    NEED THE RETURN REFERENCE AND QUANTITY, 'C' THE AMOUNT.      00006000
       FD  RTVTRN RECORDING MODE F.                                     00006100
       01  RTV-RECORD.                                                  00006200
           02  RT-ACTION           PICTURE X(1).                        00006300
           02  RT-RETURN-REF       PICTURE X(8).                        00006400
           02  RT-PART-NO          PICTURE X(15).                       00006500
           02  RT-INV-KEY          PICTURE X(8).                        00006600
           02  RT-QUANTITY         PICTURE S9(7)V9.                     00006700
           02  RT-PO-NUMBER        PICTURE 9(6).                        00006800
           02  RT-RECEIPT-DATE     PICTURE 9(7).                        00006900
           02  RT-REASON           PICTURE X(1).                        00007000
           02  RT-CREDIT-AMOUNT    PICTURE 9(7)V99.                     00007100
           02  FILLER              PICTURE X(17).                       00007200
                                                                        00007300
      *    OPEN RETURNS CARRIED BETWEEN CYCLES - SENT BACK BUT NOT      00007400
      *    YET CREDITED OR REPLACED IN FULL.                            00007500
       FD  RTVIN RECORDING MODE F.                                      00007600
       01  RTVIN-RECORD.                                                00007700
           02  RI-RETURN-REF       PICTURE X(8).                        00007800
           02  RI-VENDOR-CODE      PICTURE X(6).                        00007900
           02  RI-PART-NO          PICTURE X(15).                       00008000
           02  RI-INV-KEY          PICTURE X(8).                        00008100
           02  RI-PO-NUMBER        PICTURE 9(6).                        00008200
           02  RI-RECEIPT-DATE     PICTURE 9(7).                        00008300
           02  RI-REASON           PICTURE X(1).                        00008400
           02  RI-RETURN-DATE      PICTURE 9(7).                        00008500
           02  RI-QTY-OPEN         PICTURE S9(7)V9.                     00008600
           02  RI-UNIT-PRICE       PICTURE 9(6)V999.                    00008700
           02  FILLER              PICTURE X(5).                        00008800
                                                                        00008900
       FD  RTVOUT RECORDING MODE F.                                     00009000
       01  RTVOUT-RECORD.                                               00009100
           02  RO-RETURN-REF       PICTURE X(8).                        00009200
           02  RO-VENDOR-CODE      PICTURE X(6).                        00009300
           02  RO-PART-NO          PICTURE X(15).                       00009400
           02  RO-INV-KEY          PICTURE X(8).                        00009500
           02  RO-PO-NUMBER        PICTURE 9(6).                        00009600
           02  RO-RECEIPT-DATE     PICTURE 9(7).                        00009700
           02  RO-REASON           PICTURE X(1).                        00009800
           02  RO-RETURN-DATE      PICTURE 9(7).                        00009900
           02  RO-QTY-OPEN         PICTURE S9(7)V9.                     00010000
           02  RO-UNIT-PRICE       PICTURE 9(6)V999.                    00010100
           02  FILLER              PICTURE X(5).                        00010200
                                                                        00010300
       FD  RTVNOTE RECORDING MODE F.                                    00010400
       01  RTVNOTE-RECORD          PICTURE X(80).                       00010500
                                                                        00010600
       WORKING-STORAGE SECTION.                                         00010700
       77  RTVTRN-STATUS           PICTURE 99.                          00010800
       77  RTVIN-STATUS            PICTURE 99.                          00010900
       77  RTVOUT-STATUS           PICTURE 99.                          00011000
       77  RTVNOTE-STATUS          PICTURE 99.                          00011100
       77  WS-RTV-EOF-SW           PICTURE X VALUE 'N'.                 00011200
           88  WS-RTV-EOF                    VALUE 'Y'.                 00011300
       77  WS-RTVIN-EOF-SW         PICTURE X VALUE 'N'.                 00011400
           88  WS-RTVIN-EOF                  VALUE 'Y'.                 00011500
                                                                        00011600
       77  GET-UNIQUE, PICTURE XXXX, VALUE 'GU  '.                      00011700
       77  GET-HOLD-UNIQUE, PICTURE XXXX, VALUE 'GHU '.                 00011800
       77  REPLACE1, PICTURE XXXX, VALUE 'REPL'.                        00011900
       77  IN-SERT,  PICTURE XXXX, VALUE 'ISRT'.                        00012000
                                                                        00012100
      *    THE OPEN-RETURN POOL - PRIOR RETURNS PLUS TODAY'S, LESS      00012200
      *    THOSE SETTLED.  WS-RN-NEW MARKS A RETURN RAISED THIS RUN,    00012300
      *    WHICH STILL NEEDS ITS NOTE.                                  00012400
       77  WS-RN-COUNT             PICTURE S9(4) COMP VALUE 0.          00012500
       01  WS-RN-TABLE.                                                 00012600
           02  WS-RN-ENTRY OCCURS 500 TIMES.                            00012700
               03  WS-RN-REF       PICTURE X(8).                        00012800
               03  WS-RN-VENDOR    PICTURE X(6).                        00012900
               03  WS-RN-PART      PICTURE X(15).                       00013000
               03  WS-RN-KEY       PICTURE X(8).                        00013100
               03  WS-RN-PO        PICTURE 9(6).                        00013200
               03  WS-RN-RCPT-DATE PICTURE 9(7).                        00013300
               03  WS-RN-REASON    PICTURE X.                           00013400
               03  WS-RN-DATE      PICTURE 9(7).                        00013500
               03  WS-RN-RETURNED  PICTURE S9(7)V9.                     00013600
               03  WS-RN-OPEN      PICTURE S9(7)V9.                     00013700
               03  WS-RN-PRICE     PICTURE 9(6)V999.                    00013800
               03  WS-RN-NEW       PICTURE X.                           00013900
               03  WS-RN-CLOSED    PICTURE X.                           00014000
               03  WS-RN-LISTED    PICTURE X.                           00014100
                                                                        00014200
       77  WS-R                    PICTURE S9(4) COMP VALUE 0.          00014300
       77  WS-J                    PICTURE S9(4) COMP VALUE 0.          00014400
       77  WS-HIT                  PICTURE S9(4) COMP VALUE 0.          00014500
       77  WS-AGE-DAYS             PICTURE S9(4) COMP VALUE 0.          00014600
       77  WS-SETTLE-QTY           PICTURE S9(7)V9 VALUE ZERO.          00014700
       77  WS-VALUE                PICTURE S9(9)V99 VALUE ZERO.         00014800
       77  WS-VENDOR-VALUE         PICTURE S9(9)V99 VALUE ZERO.         00014900
       77  WS-OPEN-VALUE           PICTURE S9(9)V99 VALUE ZERO.         00015000
       77  WS-CURR-VENDOR          PICTURE X(6).                        00015100
       77  WS-DISP-QTY             PICTURE Z(6)9.9-.                    00015200
       77  WS-DISP-QTY2            PICTURE Z(6)9.9-.                    00015300
       77  WS-DISP-AMOUNT          PICTURE Z(6)9.99.                    00015400
       77  WS-DISP-VALUE           PICTURE Z(8)9.99-.                   00015500
       77  WS-REJECT-MSG           PICTURE X(44) VALUE SPACES.          00015550
                                                                        00015600
       01  WS-TODAY-DATE           PICTURE 9(7).                        00015700
       77  WS-TODAY-SERIAL         PICTURE S9(7) VALUE ZERO.            00015800
       77  WS-RN-SERIAL            PICTURE S9(7) VALUE ZERO.            00015900
      *    A YYYYDDD DATE AND THE RUNNING DAY NUMBER DAY-SERIAL MAKES   00016000
      *    OF IT - WHOLE YEARS SINCE YEAR 1 TIMES 365, ONE EXTRA DAY    00016100
      *    FOR EVERY FOURTH YEAR, PLUS THE DAY OF THE YEAR.  GOOD FROM  00016200
      *    1901 TO 2099.                                                00016300
       01  WS-SERIAL-DATE.                                              00016400
           02  WS-SERIAL-YYYY      PICTURE 9(4).                        00016500
           02  WS-SERIAL-DDD       PICTURE 9(3).                        00016600
       77  WS-SERIAL-YEARS         PICTURE S9(5) VALUE ZERO.            00016700
       77  WS-SERIAL-LEAPS         PICTURE S9(5) VALUE ZERO.            00016800
       77  WS-SERIAL-DAYS          PICTURE S9(7) VALUE ZERO.            00016900
                                                                        00017000
       77  WS-CNT-RECORDS          PICTURE 9(5) VALUE 0.                00017100
       77  WS-CNT-RETURNED         PICTURE 9(5) VALUE 0.                00017200
       77  WS-CNT-CREDITED         PICTURE 9(5) VALUE 0.                00017300
       77  WS-CNT-REPLACED         PICTURE 9(5) VALUE 0.                00017400
       77  WS-CNT-REJECTED         PICTURE 9(5) VALUE 0.                00017500
       77  WS-CNT-UNMATCHED        PICTURE 9(5) VALUE 0.                00017600
       77  WS-CNT-CLOSED           PICTURE 9(5) VALUE 0.                00017700
       77  WS-CNT-OPEN             PICTURE 9(5) VALUE 0.                00017800
       77  WS-CNT-NOTES            PICTURE 9(5) VALUE 0.                00017900
                                                                        00018000
      *    CHECKPOINT/RESTART.  WS-CHKP-SAVE IS THE AREA CHKP WRITES    00018100
      *    AND XRST PUTS BACK - RTVTRN POSITION (RECORDS READ),         00018200
      *    COUNTERS, CHECKPOINT SEQUENCE AND RUNLOG CYCLE DATE.         00018300
       77  CHECKPOINT, PICTURE XXXX, VALUE 'CHKP'.                      00018400
       77  RESTART, PICTURE XXXX, VALUE 'XRST'.                         00018500
       77  ROLL-BACK, PICTURE XXXX, VALUE 'ROLB'.                       00018600
       77  WS-CHKP-CARD            PICTURE 9(6) VALUE 000500.           00018700
       77  WS-CHKP-INTERVAL        PICTURE S9(7) COMP VALUE 500.        00018800
       77  WS-CHKP-COUNT           PICTURE S9(7) COMP VALUE 0.          00018900
       77  WS-SKIP                 PICTURE S9(7) COMP VALUE 0.          00019000
       77  WS-RESTART-SW           PICTURE X VALUE 'N'.                 00019100
           88  WS-RESTARTED                  VALUE 'Y'.                 00019200
       77  WS-XRST-LEN             PICTURE S9(9) COMP VALUE 12.         00019300
       77  WS-CHKP-ID-LEN          PICTURE S9(9) COMP VALUE 8.          00019400
       77  WS-CHKP-SAVE-LEN        PICTURE S9(9) COMP VALUE 0.          00019500
       01  WS-XRST-AREA.                                                00019600
           02  WS-XRST-CHKP-ID     PICTURE X(8) VALUE SPACES.           00019700
           02  FILLER              PICTURE X(4) VALUE SPACES.           00019800
       01  WS-CHKP-ID.                                                  00019900
           02  FILLER              PICTURE X(3) VALUE 'RTV'.            00020000
           02  WS-CHKP-SEQ         PICTURE 9(5) VALUE 0.                00020100
       01  WS-CHKP-SAVE.                                                00020200
           02  WS-SAVE-CYCLE-DATE  PICTURE X(10).                       00020300
           02  WS-SAVE-CHKP-SEQ    PICTURE 9(5).                        00020400
           02  WS-SAVE-RECORDS     PICTURE 9(5).                        00020500
           02  WS-SAVE-RETURNED    PICTURE 9(5).                        00020600
           02  WS-SAVE-CREDITED    PICTURE 9(5).                        00020700
           02  WS-SAVE-REPLACED    PICTURE 9(5).                        00020800
           02  WS-SAVE-REJECTED    PICTURE 9(5).                        00020900
           02  WS-SAVE-UNMATCHED   PICTURE 9(5).                        00021000
           02  WS-SAVE-CLOSED      PICTURE 9(5).                        00021100
                                                                        00021200
      *    RUN-CONTROL ROW THROUGH LGRUNLOG, AS THE DB2 JOBS KEEP.      00021300
       01  WS-RUNLOG.                                                   00021400
           COPY RUNCPY1.                                                00021500
                                                                        00021600
      *    VENLOOK (VENDOR MASTER) INTERFACE AREAS.                     00021700
       77  WS-VEN-CODE             PICTURE X(6).                        00021800
       77  WS-VEN-NAME             PICTURE X(30).                       00021900
       77  WS-VEN-ADDRESS          PICTURE X(30).                       00022000
       77  WS-VEN-CONTACT          PICTURE X(20).                       00022100
       77  WS-VEN-LEADTIME         PICTURE 9(3).                        00022200
       77  WS-VEN-CURRENCY         PICTURE X(3).                        00022300
       77  WS-VEN-TERMS            PICTURE X(10).                       00022400
       77  WS-VEN-RC               PICTURE X.                           00022500
                                                                        00022600
      *    RETURN NOTE LINES.                                           00022700
       01  WS-NOTE-TITLE.                                               00022800
           02  FILLER              PICTURE X(24)                        00022900
               VALUE 'RETURN TO VENDOR NOTE   '.                        00023000
           02  WS-NT-REF           PICTURE X(8).                        00023100
           02  FILLER              PICTURE X(10)                        00023200
               VALUE '    DATE  '.                                      00023300
           02  WS-NT-DATE          PICTURE 9(7).                        00023400
           02  FILLER              PICTURE X(31) VALUE SPACES.          00023500
       01  WS-NOTE-VENDOR.                                              00023600
           02  FILLER              PICTURE X(8) VALUE 'VENDOR  '.       00023700
           02  WS-NV-CODE          PICTURE X(6).                        00023800
           02  FILLER              PICTURE X(2) VALUE SPACES.           00023900
           02  WS-NV-NAME          PICTURE X(30).                       00024000
           02  FILLER              PICTURE X(34) VALUE SPACES.          00024100
       01  WS-NOTE-ADDRESS.                                             00024200
           02  FILLER              PICTURE X(16) VALUE SPACES.          00024300
           02  WS-NA-TEXT          PICTURE X(30).                       00024400
           02  FILLER              PICTURE X(34) VALUE SPACES.          00024500
       01  WS-NOTE-REFERENCE.                                           00024600
           02  FILLER              PICTURE X(8) VALUE 'PO      '.       00024700
           02  WS-NR-PO            PICTURE 9(6).                        00024800
           02  FILLER              PICTURE X(12)                        00024900
               VALUE '  RECEIVED  '.                                    00025000
           02  WS-NR-RCPT-DATE     PICTURE 9(7).                        00025100
           02  FILLER              PICTURE X(10)                        00025200
               VALUE '  REASON  '.                                      00025300
           02  WS-NR-REASON        PICTURE X(7).                        00025400
           02  FILLER              PICTURE X(30) VALUE SPACES.          00025500
       01  WS-NOTE-DETAIL.                                              00025600
           02  FILLER              PICTURE X(8) VALUE 'PART    '.       00025700
           02  WS-ND-PART          PICTURE X(15).                       00025800
           02  FILLER              PICTURE X(2) VALUE SPACES.           00025900
           02  WS-ND-KEY           PICTURE X(8).                        00026000
           02  FILLER              PICTURE X(6) VALUE '  QTY '.         00026100
           02  WS-ND-QTY           PICTURE Z(6)9.9-.                    00026200
           02  FILLER              PICTURE X(3) VALUE ' @ '.            00026300
           02  WS-ND-PRICE         PICTURE Z(5)9.999.                   00026400
           02  FILLER              PICTURE X(3) VALUE ' = '.            00026500
           02  WS-ND-VALUE         PICTURE Z(8)9.99-.                   00026600
           02  FILLER              PICTURE X(2) VALUE SPACES.           00026700
       01  WS-NOTE-REQUEST.                                             00026800
           02  FILLER              PICTURE X(34) VALUE                  00026900
               'PLEASE CREDIT OR REPLACE, QUOTING '.                    00027000
           02  FILLER              PICTURE X(46) VALUE                  00027100
               'THE RETURN NOTE NUMBER'.                                00027200
                                                                        00027300
      *    SAME SSA SHAPES DFSSAM13 USES ON THE INVENTORY BASE.         00027400
       01  SSA1.                                                        00027500
           02  SSA1-NAME, PICTURE X(8), VALUE 'PARTROOT'.               00027600
           02  SSA1-BEGIN, PICTURE X, VALUE '('.                        00027700
           02  SSA1-KEY, PICTURE X(8), VALUE 'PARTKEY '.                00027800
           02  SSA1-OPERATOR, PICTURE XX, VALUE ' ='.                   00027900
           02  SSA1-VALUE.                                              00028000
               03  PREFIX-1, PICTURE 99, VALUE 02.                      00028100
               03  VALUE-1, PICTURE X(15).                              00028200
           02  SSA1-END, PICTURE X, VALUE ')'.                          00028300
                                                                        00028400
       01  SSA2.                                                        00028500
           02  SSA2-NAME, PICTURE X(8), VALUE 'STOKSTAT'.               00028600
           02  SSA2-BEGIN, PICTURE X, VALUE '('.                        00028700
           02  SSA2-KEY, PICTURE X(8), VALUE 'STOCKEY '.                00028800
           02  SSA2-OPERATOR, PICTURE XX, VALUE ' ='.                   00028900
           02  SSA2-VALUE.                                              00029000
               03  PREFIX-2, PICTURE 99, VALUE 00.                      00029100
               03  VALUE-2, PICTURE X(8).                               00029200
               03  FILLER, PICTURE X(6)  VALUE SPACES.                  00029300
           02  SSA2-END, PICTURE X, VALUE ')'.                          00029400
                                                                        00029500
      *    STOKSTAT AT THE SAME OFFSETS DFSSAM13'S STOK-SRA USES.       00029600
       01  STOK-SRA.                                                    00029700
           02  FILLER, PICTURE 99.                                      00029800
           02  PLAC, PICTURE X.                                         00029900
           02  INV-DEPT, PICTURE XX.                                    00030000
           02  PROJ-CONTRACT, PICTURE XXX.                              00030100
           02  DIV, PICTURE XX.                                         00030200
           02  VENDOR-CODE, PICTURE X(6).                               00030300
           02  FILLER, PICTURE X(4), VALUE SPACES.                      00030400
           02  UNIT-PRICE, PICTURE 9(6)V999.                            00030500
           02  FILLER, PICTURE X(5), VALUE SPACES.                      00030600
           02  UNIT-OF-MEAS, PICTURE X(4).                              00030700
           02  FILLER, PICTURE X(12), VALUE SPACES.                     00030800
           02  ATTRITION.                                               00030900
               03  COAP, PICTURE 9V99.                                  00031000
               03  PLAN, PICTURE 9V99.                                  00031100
               03  COAD, PICTURE X.                                     00031200
      *    LAST CYCLE-COUNT AND LAST TRANSACTION DATES, FULL            00031300
      *    YYYYDDD JULIAN - THE SIX BYTES AFTER THEM HELD THE OLD       00031400
      *    DAY-OF-YEAR FORM AND ARE BLANK SINCE THE CONVERSION.         00031500
           02  LAST-CYC-DATE, PICTURE 9(7).                             00031600
           02  LAST-TRANS-DATE, PICTURE 9(7).                           00031700
           02  FILLER, PICTURE X(6), VALUE SPACES.                      00031800
           02  REORDER-POINT, PICTURE S9(7)V9.                          00031900
      *    ABC CLASS DFSSAM19 SETS FROM DISBURSEMENT VALUE - SPACE      00032000
      *    UNTIL THE PART/LOCATION HAS BEEN CLASSIFIED.                 00032100
           02  ABC-CLASS, PICTURE X.                                    00032200
           02  FILLER, PICTURE X(3).                                    00032300
           02  CUR-REM-REQ, PICTURE S9(7)V9.                            00032400
           02  UNP-REM-REQ, PICTURE S9(7)V9.                            00032500
           02  ON-ORDER, PICTURE S9(7)V9.                               00032600
           02  TOT-STOCK, PICTURE S9(7)V9.                              00032700
           02  PLANNED-DISB, PICTURE S9(7)V9.                           00032800
           02  UNP-DISB, PICTURE S9(7)V9.                               00032900
           02  SPARES, PICTURE S9(7)V9.                                 00033000
           02  DIVERSION, PICTURE S9(7)V9.                              00033100
           02  ALLOCATED, PICTURE S9(6)V9.                              00033200
                                                                        00033300
      *    SAME 80-BYTE MOVEMENT LAYOUT DFSSAM04/DFSSAM06 WRITE -       00033400
      *    'RV' RETURNS TO THE VENDOR, 'RP' TAKES A REPLACEMENT         00033500
      *    BACK IN, RETURN REFERENCE IN THE TERMINAL FIELD.             00033600
       01  MOVE-RECORD.                                                 00033700
           02  MV-PART-NO          PICTURE X(15).                       00033800
           02  MV-INV-KEY          PICTURE X(8).                        00033900
           02  MV-TRANS-TYPE       PICTURE X(2).                        00034000
           02  MV-QUANTITY         PICTURE S9(7)V9.                     00034100
           02  MV-DATE             PICTURE 9(7).                        00034200
           02  MV-TERMINAL         PICTURE X(8).                        00034300
           02  FILLER              PICTURE X(32) VALUE SPACES.          00034400
                                                                        00034500
       LINKAGE SECTION.                                                 00034600
       01  IO-PCB.                                                      00034700
           02  IO-LTERM-NAME PICTURE X(8).                              00034800
           02  IO-RESERVED  PICTURE XX.                                 00034900
           02  IO-STATUS    PICTURE XX.                                 00035000
           02  IO-PREFIX    PICTURE X(12).                              00035100
       01  DB-PCB.                                                      00035200
           02  DBASE-NAME   PICTURE X(8).                               00035300
           02  SEGMENT-INDR PICTURE XX.                                 00035400
           02  STATUS-CODE  PICTURE XX.                                 00035500
           02  PROC-OPTIONS PICTURE XXXX.                               00035600
           02  DLI-RESERVED PICTURE XXXX.                               00035700
           02  SEG-FEEDBACK PICTURE X(8).                               00035800
           02  KEY-FEEDBACK-LENGTH PICTURE XXXX.                        00035900
           02  NO-OF-SENSEG-TYPES  PICTURE XXXX.                        00036000
           02  KEY-FEEDBACK PICTURE X(31).                              00036100
       01  MOVE-PCB.                                                    00036200
           02  MV-DBD-NAME      PICTURE X(8).                           00036300
           02  MV-SEG-LEVEL     PICTURE XX.                             00036400
           02  MV-STATUS-CODE   PICTURE XX.                             00036500
           02  MV-PROC-OPTIONS  PICTURE XXXX.                           00036600
           02  MV-RESERVE-DLI   PICTURE S9(5) COMPUTATIONAL.            00036700
           02  MV-SEG-NAME-FB   PICTURE X(8).                           00036800
           02  MV-LENGTH-FB-KEY PICTURE S9(5) COMPUTATIONAL.            00036900
           02  MV-NUMB-SENS-SEG PICTURE S9(5) COMPUTATIONAL.            00037000
           02  MV-KEY-FB-AREA   PICTURE X(17).                          00037100
                                                                        00037200
       PROCEDURE DIVISION.                                              00037300
       MAIN-RTN.                                                        00037400
           ENTRY 'DLITCBL' USING IO-PCB, DB-PCB, MOVE-PCB.              00037500
           ACCEPT WS-TODAY-DATE FROM DAY YYYYDDD.                       00037600
           MOVE WS-TODAY-DATE TO WS-SERIAL-DATE.                        00037700
           PERFORM DAY-SERIAL THRU DAY-SERIAL-EXIT.                     00037800
           MOVE WS-SERIAL-DAYS TO WS-TODAY-SERIAL.                      00037900
           ACCEPT WS-CHKP-CARD FROM SYSIN.                              00038000
           IF WS-CHKP-CARD NUMERIC AND WS-CHKP-CARD > 0                 00038100
               MOVE WS-CHKP-CARD TO WS-CHKP-INTERVAL.                   00038200
           PERFORM RESTART-OR-START THRU RESTART-OR-START-EXIT.         00038300
                                                                        00038400
           OPEN INPUT RTVTRN.                                           00038500
           IF RTVTRN-STATUS NOT = 0                                     00038600
               DISPLAY 'DFSSAM22 FILE STATUS AT OPEN RTVTRN '           00038700
                   RTVTRN-STATUS                                        00038800
               MOVE 16 TO RETURN-CODE                                   00038900
               GOBACK.                                                  00039000
           OPEN OUTPUT RTVOUT.                                          00039100
           IF RTVOUT-STATUS NOT = 0                                     00039200
               DISPLAY 'DFSSAM22 FILE STATUS AT OPEN RTVOUT '           00039300
                   RTVOUT-STATUS                                        00039400
               MOVE 16 TO RETURN-CODE                                   00039500
               GOBACK.                                                  00039600
           OPEN OUTPUT RTVNOTE.                                         00039700
           IF RTVNOTE-STATUS NOT = 0                                    00039800
               DISPLAY 'DFSSAM22 FILE STATUS AT OPEN RTVNOTE '          00039900
                   RTVNOTE-STATUS                                       00040000
               MOVE 16 TO RETURN-CODE                                   00040100
               GOBACK.                                                  00040200
                                                                        00040300
           PERFORM LOAD-OPEN-RETURNS THRU LOAD-OPEN-RETURNS-EXIT.       00040400
           IF WS-RESTARTED                                              00040500
               PERFORM REPLAY-ONE-RECORD THRU REPLAY-ONE-EXIT           00040600
                   VARYING WS-SKIP FROM 1 BY 1                          00040700
                   UNTIL WS-SKIP > WS-CNT-RECORDS.                      00040800
                                                                        00040900
           READ RTVTRN AT END MOVE 'Y' TO WS-RTV-EOF-SW.                00041000
           PERFORM APPLY-ONE-RECORD THRU APPLY-ONE-EXIT                 00041100
               UNTIL WS-RTV-EOF.                                        00041200
                                                                        00041300
           PERFORM PRINT-RETURN-NOTES THRU PRINT-RETURN-NOTES-EXIT.     00041400
           PERFORM CARRY-OPEN-RETURNS THRU CARRY-OPEN-RETURNS-EXIT.     00041500
           PERFORM REPORT-OPEN-RETURNS THRU REPORT-OPEN-RETURNS-EXIT.   00041600
                                                                        00041700
           DISPLAY '-----------------------------------------------'.   00041800
           DISPLAY 'DFSSAM22 RETURN TO VENDOR SUMMARY'.                 00041900
           DISPLAY 'RETURN RECORDS READ........: ' WS-CNT-RECORDS.      00042000
           DISPLAY 'RETURNS RAISED.............: ' WS-CNT-RETURNED.     00042100
           DISPLAY 'CREDITS TAKEN..............: ' WS-CNT-CREDITED.     00042200
           DISPLAY 'REPLACEMENTS RECEIVED......: ' WS-CNT-REPLACED.     00042300
           DISPLAY 'RECORDS REJECTED...........: ' WS-CNT-REJECTED.     00042400
           DISPLAY 'SETTLEMENTS UNMATCHED......: ' WS-CNT-UNMATCHED.    00042500
           DISPLAY 'RETURNS CLOSED.............: ' WS-CNT-CLOSED.       00042600
           DISPLAY 'RETURN NOTES PRINTED.......: ' WS-CNT-NOTES.        00042700
           DISPLAY 'RETURNS STILL OPEN.........: ' WS-CNT-OPEN.         00042800
           MOVE WS-OPEN-VALUE TO WS-DISP-VALUE.                         00042900
           DISPLAY 'VALUE AWAITING CREDIT......: ' WS-DISP-VALUE.       00043000
           DISPLAY '-----------------------------------------------'.   00043100
                                                                        00043200
           CLOSE RTVTRN.                                                00043300
           CLOSE RTVOUT.                                                00043400
           CLOSE RTVNOTE.                                               00043500
           PERFORM MARK-RUN-ENDED THRU MARK-RUN-ENDED-EXIT.             00043600
           GOBACK.                                                      00043700
                                                                        00043800
      *    XRST IS THE FIRST DL/I CALL.  A BLANK CHECKPOINT ID BACK     00043900
      *    IS A NORMAL START; OTHERWISE IMS HAS PUT WS-CHKP-SAVE BACK   00044000
      *    AS IT WAS AT THAT CHECKPOINT.  A RESTART SKIPS THE RUNLOG    00044100
      *    DOUBLE-START AND PREDECESSOR CHECKS - ITS ROW IS THE ONE     00044200
      *    THE FAILED RUN LEFT RUNNING.                                 00044300
       RESTART-OR-START.                                                00044400
           MOVE LENGTH OF WS-CHKP-SAVE TO WS-CHKP-SAVE-LEN.             00044500
           MOVE 'DFSSAM22' TO RUN-JOBNAME.                              00044600
           CALL 'CBLTDLI' USING RESTART, IO-PCB, WS-XRST-LEN,           00044700
               WS-XRST-AREA, WS-CHKP-SAVE-LEN, WS-CHKP-SAVE.            00044800
           IF IO-STATUS NOT = '  '                                      00044900
               DISPLAY 'DFSSAM22 UNRESOLVED STATUS CODE '               00045000
                   IO-STATUS ' ON XRST' UPON CONSOLE                    00045100
               MOVE 16 TO RETURN-CODE                                   00045200
               GOBACK.                                                  00045300
           IF WS-XRST-CHKP-ID = SPACES                                  00045400
               GO TO NORMAL-START.                                      00045500
           MOVE 'Y' TO WS-RESTART-SW.                                   00045600
           MOVE WS-SAVE-CHKP-SEQ TO WS-CHKP-SEQ.                        00045700
           MOVE WS-SAVE-RECORDS TO WS-CNT-RECORDS.                      00045800
           MOVE WS-SAVE-RETURNED TO WS-CNT-RETURNED.                    00045900
           MOVE WS-SAVE-CREDITED TO WS-CNT-CREDITED.                    00046000
           MOVE WS-SAVE-REPLACED TO WS-CNT-REPLACED.                    00046100
           MOVE WS-SAVE-REJECTED TO WS-CNT-REJECTED.                    00046200
           MOVE WS-SAVE-UNMATCHED TO WS-CNT-UNMATCHED.                  00046300
           MOVE WS-SAVE-CLOSED TO WS-CNT-CLOSED.                        00046400
           MOVE WS-SAVE-CYCLE-DATE TO RUN-CYCLE-DATE.                   00046500
           MOVE WS-XRST-CHKP-ID TO RUN-CHKP-ID.                         00046600
           MOVE 'X' TO RUN-FUNCTION.                                    00046700
           CALL 'LGRUNLOG' USING WS-RUNLOG.                             00046800
           DISPLAY 'DFSSAM22 RESTARTED FROM CHECKPOINT '                00046900
               WS-XRST-CHKP-ID ' AFTER ' WS-CNT-RECORDS                 00047000
               ' RECORDS'.                                              00047100
           GO TO RESTART-OR-START-EXIT.                                 00047200
       NORMAL-START.                                                    00047300
           MOVE 'S' TO RUN-FUNCTION.                                    00047400
           MOVE 'N' TO RUN-MAINT-WINDOW.                                00047500
           CALL 'LGRUNLOG' USING WS-RUNLOG.                             00047600
           IF RUN-RC = 4                                                00047700
               DISPLAY 'DFSSAM22 ALREADY MARKED RUNNING THIS CYCLE'     00047800
               MOVE 8 TO RETURN-CODE                                    00047900
               GOBACK.                                                  00048000
           IF RUN-RC = 6                                                00048100
               DISPLAY 'DFSSAM22 HELD - PREDECESSOR '                   00048200
                   RUN-FAILED-PRED ' NOT ENDED CLEANLY'                 00048300
               MOVE 12 TO RETURN-CODE                                   00048400
               GOBACK.                                                  00048500
       RESTART-OR-START-EXIT.                                           00048600
           EXIT.                                                        00048700
                                                                        00048800
       MARK-RUN-ENDED.                                                  00048900
           MOVE 'E' TO RUN-FUNCTION.                                    00049000
           PERFORM SET-RUN-COUNTERS THRU SET-RUN-COUNTERS-EXIT.         00049100
           MOVE RETURN-CODE TO RUN-RETURN-CODE.                         00049200
           CALL 'LGRUNLOG' USING WS-RUNLOG.                             00049300
       MARK-RUN-ENDED-EXIT.                                             00049400
           EXIT.                                                        00049500
                                                                        00049600
      *    REJECTED ON THE RUNLOG IS EVERY RECORD NOT APPLIED -         00049700
      *    INVALID, FULL POOL OR A SETTLEMENT WITH NO OPEN RETURN.      00049800
       SET-RUN-COUNTERS.                                                00049900
           MOVE WS-CNT-RECORDS TO RUN-RECORDS-READ.                     00050000
           COMPUTE RUN-RECORDS-WRITTEN =                                00050100
               WS-CNT-RETURNED + WS-CNT-CREDITED + WS-CNT-REPLACED.     00050200
           COMPUTE RUN-RECORDS-REJECTED =                               00050300
               WS-CNT-REJECTED + WS-CNT-UNMATCHED.                      00050400
       SET-RUN-COUNTERS-EXIT.                                           00050500
           EXIT.                                                        00050600
                                                                        00050700
      *    A MISSING RTVIN FILE (FILE STATUS 35) JUST MEANS NO          00050800
      *    RETURNS WERE OPEN LAST NIGHT.                                00050900
       LOAD-OPEN-RETURNS.                                               00051000
           OPEN INPUT RTVIN.                                            00051100
           IF RTVIN-STATUS = 35                                         00051200
               GO TO LOAD-OPEN-RETURNS-EXIT.                            00051300
           IF RTVIN-STATUS NOT = 0                                      00051400
               DISPLAY 'DFSSAM22 FILE STATUS AT OPEN RTVIN '            00051500
                   RTVIN-STATUS                                         00051600
               MOVE 16 TO RETURN-CODE                                   00051700
               GOBACK.                                                  00051800
           READ RTVIN AT END MOVE 'Y' TO WS-RTVIN-EOF-SW.               00051900
           PERFORM LOAD-ONE-RETURN THRU LOAD-ONE-RETURN-EXIT            00052000
               UNTIL WS-RTVIN-EOF OR WS-RN-COUNT = 500.                 00052100
           CLOSE RTVIN.                                                 00052200
       LOAD-OPEN-RETURNS-EXIT.                                          00052300
           EXIT.                                                        00052400
                                                                        00052500
       LOAD-ONE-RETURN.                                                 00052600
           ADD 1 TO WS-RN-COUNT.                                        00052700
           MOVE RI-RETURN-REF TO WS-RN-REF (WS-RN-COUNT).               00052800
           MOVE RI-VENDOR-CODE TO WS-RN-VENDOR (WS-RN-COUNT).           00052900
           MOVE RI-PART-NO TO WS-RN-PART (WS-RN-COUNT).                 00053000
           MOVE RI-INV-KEY TO WS-RN-KEY (WS-RN-COUNT).                  00053100
           MOVE RI-PO-NUMBER TO WS-RN-PO (WS-RN-COUNT).                 00053200
           MOVE RI-RECEIPT-DATE TO WS-RN-RCPT-DATE (WS-RN-COUNT).       00053300
           MOVE RI-REASON TO WS-RN-REASON (WS-RN-COUNT).                00053400
           MOVE RI-RETURN-DATE TO WS-RN-DATE (WS-RN-COUNT).             00053500
           MOVE RI-QTY-OPEN TO WS-RN-RETURNED (WS-RN-COUNT).            00053600
           MOVE RI-QTY-OPEN TO WS-RN-OPEN (WS-RN-COUNT).                00053700
           MOVE RI-UNIT-PRICE TO WS-RN-PRICE (WS-RN-COUNT).             00053800
           MOVE 'N' TO WS-RN-NEW (WS-RN-COUNT).                         00053900
           MOVE 'N' TO WS-RN-CLOSED (WS-RN-COUNT).                      00054000
           READ RTVIN AT END MOVE 'Y' TO WS-RTVIN-EOF-SW.               00054100
       LOAD-ONE-RETURN-EXIT.                                            00054200
           EXIT.                                                        00054300
                                                                        00054400
       APPLY-ONE-RECORD.                                                00054500
           ADD 1 TO WS-CNT-RECORDS.                                     00054600
           IF RT-ACTION = 'R'                                           00054700
               PERFORM RETURN-RTN THRU RETURN-EXIT                      00054800
           ELSE                                                         00054900
             IF RT-ACTION = 'C'                                         00055000
               PERFORM CREDIT-RTN THRU CREDIT-EXIT                      00055100
             ELSE                                                       00055200
               IF RT-ACTION = 'P'                                       00055300
                 PERFORM REPLACE-RTN THRU REPLACE-EXIT                  00055400
               ELSE                                                     00055500
                 ADD 1 TO WS-CNT-REJECTED                               00055600
                 DISPLAY 'DFSSAM22 ACTION ' RT-ACTION                   00055700
                     ' INVALID-RESUBMIT'.                               00055800
           ADD 1 TO WS-CHKP-COUNT.                                      00055900
           IF WS-CHKP-COUNT NOT < WS-CHKP-INTERVAL                      00056000
               PERFORM TAKE-CHECKPOINT THRU TAKE-CHECKPOINT-EXIT.       00056100
           READ RTVTRN AT END MOVE 'Y' TO WS-RTV-EOF-SW.                00056200
       APPLY-ONE-EXIT.                                                  00056300
           EXIT.                                                        00056400
                                                                        00056500
      *    RETURN: THE STOCK LEAVES AND LIVES ON THE OPEN-RETURN        00056600
      *    POOL UNTIL THE VENDOR CREDITS OR REPLACES IT.  EVERY         00056700
      *    CHECK THAT CAN REJECT IT COMES BEFORE THE UPDATE AND         00056800
      *    LOOKS ONLY AT THE RECORD, THE POOL AND WHAT THE UPDATE       00056900
      *    DOES NOT CHANGE, SO A REPLAY REACHES THE SAME ANSWER.        00057000
       RETURN-RTN.                                                      00057100
           IF WS-RN-COUNT NOT < 500                                     00057200
               DISPLAY 'DFSSAM22 OPEN-RETURN POOL FULL AT '             00057300
                   RT-RETURN-REF ' RETURN REJECTED-RESUBMIT'            00057400
               ADD 1 TO WS-CNT-REJECTED                                 00057500
               GO TO RETURN-EXIT.                                       00057600
           PERFORM FIND-OPEN-RETURN THRU FIND-OPEN-RETURN-EXIT.         00057700
           IF WS-HIT > 0                                                00057800
               DISPLAY 'DFSSAM22 RETURN ' RT-RETURN-REF                 00057900
                   ' ALREADY OPEN - REJECTED'                           00058000
               ADD 1 TO WS-CNT-REJECTED                                 00058100
               GO TO RETURN-EXIT.                                       00058200
           PERFORM CHECK-RETURN-RECORD THRU CHECK-RETURN-EXIT.          00058300
           IF WS-HIT NOT = 0                                            00058400
               DISPLAY 'DFSSAM22 RETURN ' RT-RETURN-REF WS-REJECT-MSG   00058450
               ADD 1 TO WS-CNT-REJECTED                                 00058500
               GO TO RETURN-EXIT.                                       00058600
           MOVE RT-PART-NO TO VALUE-1.                                  00058700
           MOVE RT-INV-KEY TO VALUE-2.                                  00058800
           CALL 'CBLTDLI' USING GET-HOLD-UNIQUE, DB-PCB, STOK-SRA,      00058900
               SSA1, SSA2.                                              00059000
           IF STATUS-CODE = 'GE'                                        00059100
               DISPLAY 'DFSSAM22 RETURN ' RT-RETURN-REF                 00059200
                   ' - STOCK RECORD NOT FOUND FOR '                     00059300
                   RT-PART-NO ' ' RT-INV-KEY                            00059400
               ADD 1 TO WS-CNT-REJECTED                                 00059500
               GO TO RETURN-EXIT.                                       00059600
           IF STATUS-CODE NOT = '  '                                    00059700
               DISPLAY 'DFSSAM22 UNRESOLVED STATUS CODE '               00059800
                   STATUS-CODE ' ON GHU' UPON CONSOLE                   00059900
               PERFORM BACK-OUT-RUN.                                    00060000
           IF VENDOR-CODE = SPACES                                      00060100
               DISPLAY 'DFSSAM22 RETURN ' RT-RETURN-REF                 00060200
                   ' - PART HAS NO VENDOR TO RETURN TO'                 00060300
               ADD 1 TO WS-CNT-REJECTED                                 00060400
               GO TO RETURN-EXIT.                                       00060500
           SUBTRACT RT-QUANTITY FROM TOT-STOCK.                         00060600
           IF TOT-STOCK < ZERO MOVE ZEROS TO TOT-STOCK.                 00060700
           CALL 'CBLTDLI' USING REPLACE1, DB-PCB, STOK-SRA.             00060800
           IF STATUS-CODE NOT = '  '                                    00060900
               DISPLAY 'DFSSAM22 UNRESOLVED STATUS CODE '               00061000
                   STATUS-CODE ' ON REPL' UPON CONSOLE                  00061100
               PERFORM BACK-OUT-RUN.                                    00061200
           MOVE RT-INV-KEY TO MV-INV-KEY.                               00061300
           MOVE 'RV' TO MV-TRANS-TYPE.                                  00061400
           PERFORM WRITE-MOVEMENT-RECORD THRU MOVEMENT-EXIT.            00061500
           PERFORM ADD-OPEN-RETURN THRU ADD-OPEN-RETURN-EXIT.           00061600
           ADD 1 TO WS-CNT-RETURNED.                                    00061700
       RETURN-EXIT.                                                     00061800
           EXIT.                                                        00061900
                                                                        00062000
      *    LEAVES WS-HIT NON-ZERO WHEN THE RETURN RECORD ITSELF IS      00062100
      *    NOT GOOD ENOUGH TO ACT ON, WITH THE REASON IN WS-REJECT-MSG  00062166
      *    FOR THE CALLER TO SHOW - THE REPLAY SHOWS NOTHING.           00062232
       CHECK-RETURN-RECORD.                                             00062300
           MOVE 0 TO WS-HIT.                                            00062400
           MOVE SPACES TO WS-REJECT-MSG.                                00062450
           IF RT-QUANTITY NOT NUMERIC OR RT-QUANTITY NOT > ZERO         00062500
               MOVE ' - QUANTITY MISSING OR NOT POSITIVE'               00062600
                   TO WS-REJECT-MSG                                     00062700
               MOVE 1 TO WS-HIT                                         00062800
               GO TO CHECK-RETURN-EXIT.                                 00062900
           IF RT-REASON NOT = 'F' AND RT-REASON NOT = 'S'               00063000
               STRING ' - REASON ' RT-REASON ' NOT F OR S'              00063100
                   DELIMITED BY SIZE INTO WS-REJECT-MSG                 00063200
               MOVE 1 TO WS-HIT                                         00063300
               GO TO CHECK-RETURN-EXIT.                                 00063400
           IF RT-PO-NUMBER NOT NUMERIC OR RT-PO-NUMBER = ZERO OR        00063500
              RT-RECEIPT-DATE NOT NUMERIC OR RT-RECEIPT-DATE = ZERO     00063600
               MOVE ' - ORIGINAL PO AND RECEIPT DATE REQUIRED'          00063700
                   TO WS-REJECT-MSG                                     00063800
               MOVE 1 TO WS-HIT.                                        00063900
       CHECK-RETURN-EXIT.                                               00064000
           EXIT.                                                        00064100
                                                                        00064200
       ADD-OPEN-RETURN.                                                 00064300
           ADD 1 TO WS-RN-COUNT.                                        00064400
           MOVE RT-RETURN-REF TO WS-RN-REF (WS-RN-COUNT).               00064500
           MOVE VENDOR-CODE TO WS-RN-VENDOR (WS-RN-COUNT).              00064600
           MOVE RT-PART-NO TO WS-RN-PART (WS-RN-COUNT).                 00064700
           MOVE RT-INV-KEY TO WS-RN-KEY (WS-RN-COUNT).                  00064800
           MOVE RT-PO-NUMBER TO WS-RN-PO (WS-RN-COUNT).                 00064900
           MOVE RT-RECEIPT-DATE TO WS-RN-RCPT-DATE (WS-RN-COUNT).       00065000
           MOVE RT-REASON TO WS-RN-REASON (WS-RN-COUNT).                00065100
           MOVE WS-TODAY-DATE TO WS-RN-DATE (WS-RN-COUNT).              00065200
           MOVE RT-QUANTITY TO WS-RN-RETURNED (WS-RN-COUNT).            00065300
           MOVE RT-QUANTITY TO WS-RN-OPEN (WS-RN-COUNT).                00065400
           MOVE UNIT-PRICE TO WS-RN-PRICE (WS-RN-COUNT).                00065500
           MOVE 'Y' TO WS-RN-NEW (WS-RN-COUNT).                         00065600
           MOVE 'N' TO WS-RN-CLOSED (WS-RN-COUNT).                      00065700
       ADD-OPEN-RETURN-EXIT.                                            00065800
           EXIT.                                                        00065900
                                                                        00066000
      *    CREDIT NOTE FROM THE VENDOR - NO STOCK MOVES.  THE           00066100
      *    QUANTITY CREDITED COMES OFF THE OPEN QUANTITY; THE           00066200
      *    AMOUNT IS LOGGED FOR ACCOUNTS PAYABLE.                       00066300
       CREDIT-RTN.                                                      00066400
           PERFORM CHECK-SETTLEMENT THRU CHECK-SETTLEMENT-EXIT.         00066500
           IF WS-HIT = 0                                                00066600
               GO TO CREDIT-EXIT.                                       00066700
           MOVE RT-CREDIT-AMOUNT TO WS-DISP-AMOUNT.                     00066800
           MOVE WS-SETTLE-QTY TO WS-DISP-QTY.                           00066900
           DISPLAY 'DFSSAM22 RETURN ' RT-RETURN-REF ' CREDITED '        00067000
               WS-DISP-QTY ' AMOUNT ' WS-DISP-AMOUNT.                   00067100
           PERFORM SETTLE-OPEN-RETURN THRU SETTLE-OPEN-RETURN-EXIT.     00067200
           ADD 1 TO WS-CNT-CREDITED.                                    00067300
       CREDIT-EXIT.                                                     00067400
           EXIT.                                                        00067500
                                                                        00067600
      *    REPLACEMENT PARTS COME BACK INTO STOCK AT THE LOCATION       00067700
      *    THE RETURN LEFT FROM.  ALL THAT ARRIVED GOES ON HAND,        00067800
      *    EVEN WHEN THE VENDOR SENDS MORE THAN WAS OPEN.               00067900
       REPLACE-RTN.                                                     00068000
           PERFORM CHECK-SETTLEMENT THRU CHECK-SETTLEMENT-EXIT.         00068100
           IF WS-HIT = 0                                                00068200
               GO TO REPLACE-EXIT.                                      00068300
           MOVE WS-RN-PART (WS-HIT) TO VALUE-1.                         00068400
           MOVE WS-RN-KEY (WS-HIT) TO VALUE-2.                          00068500
           CALL 'CBLTDLI' USING GET-HOLD-UNIQUE, DB-PCB, STOK-SRA,      00068600
               SSA1, SSA2.                                              00068700
           IF STATUS-CODE = 'GE'                                        00068800
               DISPLAY 'DFSSAM22 STOCK RECORD NOT FOUND FOR '           00068900
                   WS-RN-PART (WS-HIT) ' ' WS-RN-KEY (WS-HIT)           00069000
               GO TO REPLACE-SETTLE.                                    00069100
           IF STATUS-CODE NOT = '  '                                    00069200
               DISPLAY 'DFSSAM22 UNRESOLVED STATUS CODE '               00069300
                   STATUS-CODE ' ON GHU' UPON CONSOLE                   00069400
               PERFORM BACK-OUT-RUN.                                    00069500
           ADD RT-QUANTITY TO TOT-STOCK.                                00069600
           CALL 'CBLTDLI' USING REPLACE1, DB-PCB, STOK-SRA.             00069700
           IF STATUS-CODE NOT = '  '                                    00069800
               DISPLAY 'DFSSAM22 UNRESOLVED STATUS CODE '               00069900
                   STATUS-CODE ' ON REPL' UPON CONSOLE                  00070000
               PERFORM BACK-OUT-RUN.                                    00070100
           MOVE WS-RN-PART (WS-HIT) TO RT-PART-NO.                      00070200
           MOVE WS-RN-KEY (WS-HIT) TO MV-INV-KEY.                       00070300
           MOVE 'RP' TO MV-TRANS-TYPE.                                  00070400
           PERFORM WRITE-MOVEMENT-RECORD THRU MOVEMENT-EXIT.            00070500
       REPLACE-SETTLE.                                                  00070600
           PERFORM SETTLE-OPEN-RETURN THRU SETTLE-OPEN-RETURN-EXIT.     00070700
           ADD 1 TO WS-CNT-REPLACED.                                    00070800
       REPLACE-EXIT.                                                    00070900
           EXIT.                                                        00071000
                                                                        00071100
      *    A SETTLEMENT MUST NAME AN OPEN RETURN AND A QUANTITY.        00071200
      *    WS-HIT IS THE RETURN, OR ZERO WHEN THE RECORD IS NOT         00071300
      *    APPLIED; WS-SETTLE-QTY IS WHAT COMES OFF THE OPEN            00071400
      *    QUANTITY - NEVER MORE THAN WAS OPEN.                         00071500
       CHECK-SETTLEMENT.                                                00071600
           PERFORM FIND-OPEN-RETURN THRU FIND-OPEN-RETURN-EXIT.         00071700
           IF WS-HIT = 0                                                00071800
               ADD 1 TO WS-CNT-UNMATCHED                                00071900
               DISPLAY 'DFSSAM22 ' RT-ACTION ' FOR RETURN '             00072000
                   RT-RETURN-REF ' - NO SUCH OPEN RETURN'               00072100
               GO TO CHECK-SETTLEMENT-EXIT.                             00072200
           IF RT-QUANTITY NOT NUMERIC OR RT-QUANTITY NOT > ZERO         00072300
               ADD 1 TO WS-CNT-REJECTED                                 00072400
               DISPLAY 'DFSSAM22 ' RT-ACTION ' FOR RETURN '             00072500
                   RT-RETURN-REF ' - QUANTITY MISSING OR NOT POSITIVE'  00072600
               MOVE 0 TO WS-HIT                                         00072700
               GO TO CHECK-SETTLEMENT-EXIT.                             00072800
           IF RT-ACTION = 'C' AND RT-CREDIT-AMOUNT NOT NUMERIC          00072900
               MOVE ZERO TO RT-CREDIT-AMOUNT.                           00073000
           MOVE RT-QUANTITY TO WS-SETTLE-QTY.                           00073100
           IF WS-SETTLE-QTY > WS-RN-OPEN (WS-HIT)                       00073200
               MOVE WS-RN-OPEN (WS-HIT) TO WS-SETTLE-QTY                00073300
               MOVE RT-QUANTITY TO WS-DISP-QTY                          00073400
               MOVE WS-RN-OPEN (WS-HIT) TO WS-DISP-QTY2                 00073500
               DISPLAY 'DFSSAM22 ' RT-ACTION ' FOR RETURN '             00073600
                   RT-RETURN-REF ' OF ' WS-DISP-QTY                     00073700
                   ' - ONLY ' WS-DISP-QTY2 ' WAS OPEN'.                 00073800
       CHECK-SETTLEMENT-EXIT.                                           00073900
           EXIT.                                                        00074000
                                                                        00074100
       SETTLE-OPEN-RETURN.                                              00074200
           SUBTRACT WS-SETTLE-QTY FROM WS-RN-OPEN (WS-HIT).             00074300
           IF WS-RN-OPEN (WS-HIT) NOT > ZERO                            00074400
               MOVE 'Y' TO WS-RN-CLOSED (WS-HIT)                        00074500
               ADD 1 TO WS-CNT-CLOSED.                                  00074600
       SETTLE-OPEN-RETURN-EXIT.                                         00074700
           EXIT.                                                        00074800
                                                                        00074900
       FIND-OPEN-RETURN.                                                00075000
           MOVE 0 TO WS-HIT.                                            00075100
           PERFORM CHECK-ONE-RETURN THRU CHECK-ONE-RETURN-EXIT          00075200
               VARYING WS-R FROM 1 BY 1                                 00075300
               UNTIL WS-R > WS-RN-COUNT OR WS-HIT > 0.                  00075400
       FIND-OPEN-RETURN-EXIT.                                           00075500
           EXIT.                                                        00075600
                                                                        00075700
       CHECK-ONE-RETURN.                                                00075800
           IF WS-RN-CLOSED (WS-R) = 'N' AND                             00075900
              WS-RN-REF (WS-R) = RT-RETURN-REF                          00076000
               MOVE WS-R TO WS-HIT.                                     00076100
       CHECK-ONE-RETURN-EXIT.                                           00076200
           EXIT.                                                        00076300
                                                                        00076400
      *    RESTART ONLY - THE RECORDS BEFORE THE CHECKPOINT ARE         00076500
      *    ALREADY ON THE DATA BASE AND THE MOVEMENT FILE, SO THEY      00076600
      *    ARE READ PAST AND APPLIED TO THE OPEN-RETURN POOL ALONE,     00076700
      *    TAKING THE SAME DECISIONS THE FIRST PASS TOOK.  THE          00076750
      *    COUNTS CAME BACK WITH THE XRST AND ARE NOT ADDED TO AGAIN,   00076800
      *    AND THE REJECTION MESSAGES ARE NOT SHOWN A SECOND TIME.      00076850
       REPLAY-ONE-RECORD.                                               00076900
           READ RTVTRN AT END                                           00077000
               DISPLAY 'DFSSAM22 RTVTRN SHORTER THAN CHECKPOINT '       00077100
                   WS-XRST-CHKP-ID ' - NOT THE FILE TO RESTART WITH'    00077200
                   UPON CONSOLE                                         00077300
               MOVE 16 TO RETURN-CODE                                   00077400
               GOBACK.                                                  00077500
           IF RT-ACTION = 'C' OR RT-ACTION = 'P'                        00077600
               PERFORM REPLAY-SETTLEMENT THRU REPLAY-SETTLEMENT-EXIT    00077866
               GO TO REPLAY-ONE-EXIT.                                   00078132
           IF RT-ACTION NOT = 'R' OR WS-RN-COUNT NOT < 500              00078400
               GO TO REPLAY-ONE-EXIT.                                   00078500
           PERFORM FIND-OPEN-RETURN THRU FIND-OPEN-RETURN-EXIT.         00078600
           IF WS-HIT > 0                                                00078700
               GO TO REPLAY-ONE-EXIT.                                   00078800
           PERFORM CHECK-RETURN-RECORD THRU CHECK-RETURN-EXIT.          00078900
           IF WS-HIT NOT = 0                                            00079000
               GO TO REPLAY-ONE-EXIT.                                   00079100
           MOVE RT-PART-NO TO VALUE-1.                                  00079200
           MOVE RT-INV-KEY TO VALUE-2.                                  00079300
           CALL 'CBLTDLI' USING GET-UNIQUE, DB-PCB, STOK-SRA,           00079400
               SSA1, SSA2.                                              00079500
           IF STATUS-CODE = 'GE'                                        00079600
               GO TO REPLAY-ONE-EXIT.                                   00079700
           IF STATUS-CODE NOT = '  '                                    00079800
               DISPLAY 'DFSSAM22 UNRESOLVED STATUS CODE '               00079900
                   STATUS-CODE ' ON GU' UPON CONSOLE                    00080000
               PERFORM BACK-OUT-RUN.                                    00080100
           IF VENDOR-CODE = SPACES                                      00080200
               GO TO REPLAY-ONE-EXIT.                                   00080300
           PERFORM ADD-OPEN-RETURN THRU ADD-OPEN-RETURN-EXIT.           00080400
       REPLAY-ONE-EXIT.                                                 00080500
           EXIT.                                                        00080505
                                                                        00080510
      *    THE POOL SIDE OF CHECK-SETTLEMENT AND SETTLE-OPEN-RETURN     00080515
      *    ALONE - SAME QUANTITY OFF, SAME RETURNS CLOSED.              00080520
       REPLAY-SETTLEMENT.                                               00080525
           PERFORM FIND-OPEN-RETURN THRU FIND-OPEN-RETURN-EXIT.         00080530
           IF WS-HIT = 0                                                00080535
               GO TO REPLAY-SETTLEMENT-EXIT.                            00080540
           IF RT-QUANTITY NOT NUMERIC OR RT-QUANTITY NOT > ZERO         00080545
               GO TO REPLAY-SETTLEMENT-EXIT.                            00080550
           MOVE RT-QUANTITY TO WS-SETTLE-QTY.                           00080555
           IF WS-SETTLE-QTY > WS-RN-OPEN (WS-HIT)                       00080560
               MOVE WS-RN-OPEN (WS-HIT) TO WS-SETTLE-QTY.               00080565
           SUBTRACT WS-SETTLE-QTY FROM WS-RN-OPEN (WS-HIT).             00080570
           IF WS-RN-OPEN (WS-HIT) NOT > ZERO                            00080575
               MOVE 'Y' TO WS-RN-CLOSED (WS-HIT).                       00080580
       REPLAY-SETTLEMENT-EXIT.                                          00080585
           EXIT.                                                        00080600
                                                                        00080700
      *    THE RUNLOG ROW IS UPDATED FIRST SO THE CHKP COMMITS IT       00080800
      *    TOGETHER WITH THE RECORDS IT COUNTS.                         00080900
       TAKE-CHECKPOINT.                                                 00081000
           ADD 1 TO WS-CHKP-SEQ.                                        00081100
           MOVE WS-CHKP-SEQ TO WS-SAVE-CHKP-SEQ.                        00081200
           MOVE WS-CNT-RECORDS TO WS-SAVE-RECORDS.                      00081300
           MOVE WS-CNT-RETURNED TO WS-SAVE-RETURNED.                    00081400
           MOVE WS-CNT-CREDITED TO WS-SAVE-CREDITED.                    00081500
           MOVE WS-CNT-REPLACED TO WS-SAVE-REPLACED.                    00081600
           MOVE WS-CNT-REJECTED TO WS-SAVE-REJECTED.                    00081700
           MOVE WS-CNT-UNMATCHED TO WS-SAVE-UNMATCHED.                  00081800
           MOVE WS-CNT-CLOSED TO WS-SAVE-CLOSED.                        00081900
           MOVE RUN-CYCLE-DATE TO WS-SAVE-CYCLE-DATE.                   00082000
           MOVE 'C' TO RUN-FUNCTION.                                    00082100
           MOVE WS-CHKP-ID TO RUN-CHKP-ID.                              00082200
           PERFORM SET-RUN-COUNTERS THRU SET-RUN-COUNTERS-EXIT.         00082300
           CALL 'LGRUNLOG' USING WS-RUNLOG.                             00082400
           CALL 'CBLTDLI' USING CHECKPOINT, IO-PCB, WS-CHKP-ID-LEN,     00082500
               WS-CHKP-ID, WS-CHKP-SAVE-LEN, WS-CHKP-SAVE.              00082600
           IF IO-STATUS NOT = '  '                                      00082700
               DISPLAY 'DFSSAM22 UNRESOLVED STATUS CODE '               00082800
                   IO-STATUS ' ON CHKP' UPON CONSOLE                    00082900
               PERFORM BACK-OUT-RUN.                                    00083000
           MOVE 0 TO WS-CHKP-COUNT.                                     00083100
       TAKE-CHECKPOINT-EXIT.                                            00083200
           EXIT.                                                        00083300
                                                                        00083400
      *    A RUN GIVING UP ON A DL/I ERROR MUST NOT END NORMALLY AND    00083500
      *    COMMIT WHAT IT DID SINCE THE LAST CHECKPOINT - THE RESTART   00083600
      *    FROM THAT CHECKPOINT WOULD APPLY IT ALL AGAIN.               00083700
       BACK-OUT-RUN.                                                    00083800
           CALL 'CBLTDLI' USING ROLL-BACK, IO-PCB.                      00083900
           MOVE 16 TO RETURN-CODE.                                      00084000
           GOBACK.                                                      00084100
                                                                        00084200
       WRITE-MOVEMENT-RECORD.                                           00084300
           MOVE RT-PART-NO TO MV-PART-NO.                               00084400
           MOVE RT-QUANTITY TO MV-QUANTITY.                             00084500
           MOVE WS-TODAY-DATE TO MV-DATE.                               00084600
           MOVE RT-RETURN-REF TO MV-TERMINAL.                           00084700
           CALL 'CBLTDLI' USING IN-SERT, MOVE-PCB, MOVE-RECORD.         00084800
           IF MV-STATUS-CODE NOT = '  '                                 00084900
               DISPLAY 'DFSSAM22 MOVEMENT LOG ISRT FAILED '             00085000
                   MV-STATUS-CODE UPON CONSOLE.                         00085100
       MOVEMENT-EXIT.                                                   00085200
           EXIT.                                                        00085300
                                                                        00085400
      *    ONE NOTE PER RETURN RAISED THIS RUN, ADDRESSED FROM THE      00085500
      *    VENDOR MASTER, FOR THE DOCK TO SEND WITH THE GOODS.          00085600
       PRINT-RETURN-NOTES.                                              00085700
           PERFORM PRINT-ONE-NOTE THRU PRINT-ONE-NOTE-EXIT              00085800
               VARYING WS-R FROM 1 BY 1                                 00085900
               UNTIL WS-R > WS-RN-COUNT.                                00086000
       PRINT-RETURN-NOTES-EXIT.                                         00086100
           EXIT.                                                        00086200
                                                                        00086300
       PRINT-ONE-NOTE.                                                  00086400
           IF WS-RN-NEW (WS-R) NOT = 'Y'                                00086500
               GO TO PRINT-ONE-NOTE-EXIT.                               00086600
           MOVE WS-RN-VENDOR (WS-R) TO WS-VEN-CODE.                     00086700
           CALL 'VENLOOK' USING WS-VEN-CODE WS-VEN-NAME                 00086800
               WS-VEN-ADDRESS WS-VEN-CONTACT WS-VEN-LEADTIME            00086900
               WS-VEN-CURRENCY WS-VEN-TERMS WS-VEN-RC.                  00087000
           IF WS-CNT-NOTES > 0                                          00087100
               MOVE SPACES TO RTVNOTE-RECORD                            00087200
               WRITE RTVNOTE-RECORD.                                    00087300
           MOVE WS-RN-REF (WS-R) TO WS-NT-REF.                          00087400
           MOVE WS-RN-DATE (WS-R) TO WS-NT-DATE.                        00087500
           WRITE RTVNOTE-RECORD FROM WS-NOTE-TITLE.                     00087600
           MOVE WS-RN-VENDOR (WS-R) TO WS-NV-CODE.                      00087700
           IF WS-VEN-RC = '0'                                           00087800
               MOVE WS-VEN-NAME TO WS-NV-NAME                           00087900
               WRITE RTVNOTE-RECORD FROM WS-NOTE-VENDOR                 00088000
               MOVE WS-VEN-ADDRESS TO WS-NA-TEXT                        00088100
               WRITE RTVNOTE-RECORD FROM WS-NOTE-ADDRESS                00088200
               MOVE SPACES TO WS-NA-TEXT                                00088300
               STRING 'ATTN ' WS-VEN-CONTACT DELIMITED BY SIZE          00088400
                   INTO WS-NA-TEXT                                      00088500
               WRITE RTVNOTE-RECORD FROM WS-NOTE-ADDRESS                00088600
           ELSE                                                         00088700
               MOVE 'VENDOR DETAILS NOT ON MASTER' TO WS-NV-NAME        00088800
               WRITE RTVNOTE-RECORD FROM WS-NOTE-VENDOR.                00088900
           MOVE WS-RN-PO (WS-R) TO WS-NR-PO.                            00089000
           MOVE WS-RN-RCPT-DATE (WS-R) TO WS-NR-RCPT-DATE.              00089100
           IF WS-RN-REASON (WS-R) = 'F'                                 00089200
               MOVE 'FAULTY' TO WS-NR-REASON                            00089300
           ELSE                                                         00089400
               MOVE 'SURPLUS' TO WS-NR-REASON.                          00089500
           WRITE RTVNOTE-RECORD FROM WS-NOTE-REFERENCE.                 00089600
           MOVE WS-RN-PART (WS-R) TO WS-ND-PART.                        00089700
           MOVE WS-RN-KEY (WS-R) TO WS-ND-KEY.                          00089800
           MOVE WS-RN-RETURNED (WS-R) TO WS-ND-QTY.                     00089900
           MOVE WS-RN-PRICE (WS-R) TO WS-ND-PRICE.                      00090000
           COMPUTE WS-VALUE ROUNDED =                                   00090100
               WS-RN-RETURNED (WS-R) * WS-RN-PRICE (WS-R).              00090200
           MOVE WS-VALUE TO WS-ND-VALUE.                                00090300
           WRITE RTVNOTE-RECORD FROM WS-NOTE-DETAIL.                    00090400
           WRITE RTVNOTE-RECORD FROM WS-NOTE-REQUEST.                   00090500
           ADD 1 TO WS-CNT-NOTES.                                       00090600
       PRINT-ONE-NOTE-EXIT.                                             00090700
           EXIT.                                                        00090800
                                                                        00090900
      *    WHATEVER IS STILL OPEN CARRIES FORWARD WITH ITS OPEN         00091000
      *    QUANTITY.                                                    00091100
       CARRY-OPEN-RETURNS.                                              00091200
           PERFORM CARRY-ONE-RETURN THRU CARRY-ONE-RETURN-EXIT          00091300
               VARYING WS-R FROM 1 BY 1                                 00091400
               UNTIL WS-R > WS-RN-COUNT.                                00091500
       CARRY-OPEN-RETURNS-EXIT.                                         00091600
           EXIT.                                                        00091700
                                                                        00091800
       CARRY-ONE-RETURN.                                                00091900
           IF WS-RN-CLOSED (WS-R) = 'Y'                                 00092000
               MOVE 'Y' TO WS-RN-LISTED (WS-R)                          00092100
               GO TO CARRY-ONE-RETURN-EXIT.                             00092200
           MOVE 'N' TO WS-RN-LISTED (WS-R).                             00092300
           MOVE SPACES TO RTVOUT-RECORD.                                00092400
           MOVE WS-RN-REF (WS-R) TO RO-RETURN-REF.                      00092500
           MOVE WS-RN-VENDOR (WS-R) TO RO-VENDOR-CODE.                  00092600
           MOVE WS-RN-PART (WS-R) TO RO-PART-NO.                        00092700
           MOVE WS-RN-KEY (WS-R) TO RO-INV-KEY.                         00092800
           MOVE WS-RN-PO (WS-R) TO RO-PO-NUMBER.                        00092900
           MOVE WS-RN-RCPT-DATE (WS-R) TO RO-RECEIPT-DATE.              00093000
           MOVE WS-RN-REASON (WS-R) TO RO-REASON.                       00093100
           MOVE WS-RN-DATE (WS-R) TO RO-RETURN-DATE.                    00093200
           MOVE WS-RN-OPEN (WS-R) TO RO-QTY-OPEN.                       00093300
           MOVE WS-RN-PRICE (WS-R) TO RO-UNIT-PRICE.                    00093400
           WRITE RTVOUT-RECORD.                                         00093500
           ADD 1 TO WS-CNT-OPEN.                                        00093600
       CARRY-ONE-RETURN-EXIT.                                           00093700
           EXIT.                                                        00093800
                                                                        00093900
      *    OPEN RETURNS BY VENDOR - THE FIRST UNLISTED RETURN NAMES     00094000
      *    THE VENDOR, THEN EVERY OPEN RETURN TO THAT VENDOR IS         00094100
      *    LISTED UNDER IT WITH ITS AGE AND THE VALUE STILL TO BE       00094200
      *    CREDITED OR REPLACED.  THE AGE IS TAKEN BETWEEN RUNNING      00094300
      *    DAY NUMBERS, SO IT HOLDS ACROSS A YEAR END.                  00094400
       REPORT-OPEN-RETURNS.                                             00094500
           IF WS-CNT-OPEN = 0                                           00094600
               GO TO REPORT-OPEN-RETURNS-EXIT.                          00094700
           DISPLAY ' '.                                                 00094800
           DISPLAY 'DFSSAM22 OPEN RETURNS AWAITING CREDIT OR '          00094900
               'REPLACEMENT'.                                           00095000
           PERFORM REPORT-ONE-VENDOR THRU REPORT-ONE-VENDOR-EXIT        00095100
               VARYING WS-R FROM 1 BY 1                                 00095200
               UNTIL WS-R > WS-RN-COUNT.                                00095300
       REPORT-OPEN-RETURNS-EXIT.                                        00095400
           EXIT.                                                        00095500
                                                                        00095600
       REPORT-ONE-VENDOR.                                               00095700
           IF WS-RN-LISTED (WS-R) = 'Y'                                 00095800
               GO TO REPORT-ONE-VENDOR-EXIT.                            00095900
           MOVE WS-RN-VENDOR (WS-R) TO WS-CURR-VENDOR.                  00096000
           MOVE ZERO TO WS-VENDOR-VALUE.                                00096100
           DISPLAY ' '.                                                 00096200
           MOVE WS-CURR-VENDOR TO WS-VEN-CODE.                          00096300
           CALL 'VENLOOK' USING WS-VEN-CODE WS-VEN-NAME                 00096400
               WS-VEN-ADDRESS WS-VEN-CONTACT WS-VEN-LEADTIME            00096500
               WS-VEN-CURRENCY WS-VEN-TERMS WS-VEN-RC.                  00096600
           IF WS-VEN-RC = '0'                                           00096700
               DISPLAY 'VENDOR ' WS-CURR-VENDOR ' ' WS-VEN-NAME         00096800
           ELSE                                                         00096900
               DISPLAY 'VENDOR ' WS-CURR-VENDOR                         00097000
                   ' - DETAILS NOT ON MASTER'.                          00097100
           PERFORM REPORT-VENDOR-RETURN THRU REPORT-VENDOR-RETURN-EXIT  00097200
               VARYING WS-J FROM 1 BY 1                                 00097300
               UNTIL WS-J > WS-RN-COUNT.                                00097400
           MOVE WS-VENDOR-VALUE TO WS-DISP-VALUE.                       00097500
           DISPLAY '  VALUE AWAITING CREDIT ' WS-DISP-VALUE.            00097600
       REPORT-ONE-VENDOR-EXIT.                                          00097700
           EXIT.                                                        00097800
                                                                        00097900
       REPORT-VENDOR-RETURN.                                            00098000
           IF WS-RN-LISTED (WS-J) = 'Y'                                 00098100
               GO TO REPORT-VENDOR-RETURN-EXIT.                         00098200
           IF WS-RN-VENDOR (WS-J) NOT = WS-CURR-VENDOR                  00098300
               GO TO REPORT-VENDOR-RETURN-EXIT.                         00098400
           COMPUTE WS-VALUE ROUNDED =                                   00098500
               WS-RN-OPEN (WS-J) * WS-RN-PRICE (WS-J).                  00098600
           ADD WS-VALUE TO WS-VENDOR-VALUE.                             00098700
           ADD WS-VALUE TO WS-OPEN-VALUE.                               00098800
           MOVE WS-RN-DATE (WS-J) TO WS-SERIAL-DATE.                    00098900
           PERFORM DAY-SERIAL THRU DAY-SERIAL-EXIT.                     00099000
           MOVE WS-SERIAL-DAYS TO WS-RN-SERIAL.                         00099100
           COMPUTE WS-AGE-DAYS = WS-TODAY-SERIAL - WS-RN-SERIAL.        00099200
           MOVE WS-RN-OPEN (WS-J) TO WS-DISP-QTY.                       00099300
           MOVE WS-VALUE TO WS-DISP-VALUE.                              00099400
           DISPLAY '  RETURN ' WS-RN-REF (WS-J) ' PO '                  00099500
               WS-RN-PO (WS-J) ' PART ' WS-RN-PART (WS-J)               00099600
               ' ' WS-RN-KEY (WS-J).                                    00099700
           DISPLAY '      OPEN ' WS-DISP-QTY ' VALUE ' WS-DISP-VALUE    00099800
               ' OUT ' WS-AGE-DAYS ' DAYS'.                             00099900
           MOVE 'Y' TO WS-RN-LISTED (WS-J).                             00100000
       REPORT-VENDOR-RETURN-EXIT.                                       00100100
           EXIT.                                                        00100200
                                                                        00100300
       DAY-SERIAL.                                                      00100400
           COMPUTE WS-SERIAL-YEARS = WS-SERIAL-YYYY - 1.                00100500
           DIVIDE WS-SERIAL-YEARS BY 4 GIVING WS-SERIAL-LEAPS.          00100600
           COMPUTE WS-SERIAL-DAYS = WS-SERIAL-YEARS * 365               00100700
                                  + WS-SERIAL-LEAPS + WS-SERIAL-DDD.    00100800
       DAY-SERIAL-EXIT.                                                 00100900
           EXIT.                                                        00101000
                                                                        00101100
       END PROGRAM DFSSAM22.                                            00101200
