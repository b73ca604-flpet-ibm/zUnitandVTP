       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.    DFSSAM21.                                         00000200
      *                                                                 00000300
      *          VENDOR INVOICE THREE-WAY MATCH.  DFSSAM10 RAISES THE   00000400
      *          PURCHASE ORDER AND DFSSAM15 RECEIVES AGAINST IT; THIS  00000500
      *          DLI BATCH PROGRAM HOLDS EACH VENDOR INVOICE LINE UP    00000600
      *          TO BOTH BEFORE IT IS PAID.  INVIN CARRIES THE INVOICE  00000700
      *          LINES ('I') AND PURCHASING'S DECISIONS ON LINES HELD   00000800
      *          EARLIER ('A' ACCEPT AS INVOICED, 'R' RETURN TO THE     00000900
      *          VENDOR).  A LINE MATCHES WHEN THE VENDOR IS ON         00001000
      *          VENDMAST, THE PO LINE HAS HAD GOODS RECEIVED AGAINST   00001100
      *          IT FROM THAT SAME VENDOR, THE QUANTITY IS NOT MORE     00001200
      *          THAN RECEIVED AND NOT YET INVOICED, AND THE UNIT       00001300
      *          PRICE IS WITHIN THE SYSIN TOLERANCE (PERCENT, COLUMNS  00001400
      *          1-3 AS 99V9, DEFAULT 020 = 2.0) OF THE STOKSTAT        00001500
      *          UNIT-PRICE THE ORDER WAS PLACED AT.  A MATCHED LINE    00001600
      *          IS GIVEN THE NEXT VOUCHER NUMBER AND RELEASED ON THE   00001700
      *          APOUT PAYABLES FILE WITH THE VENDOR'S CURRENCY AND     00001800
      *          TERMS FROM VENDMAST - LGDB2GLI JOURNALS IT FROM THERE  00001900
      *          AS SOURCE TYPE 'VIN'.  ANY OTHER LINE IS HELD.         00002000
      *          RECEIVED AND INVOICED QUANTITIES, THE HELD LINES AND   00002100
      *          THE LAST VOUCHER NUMBER ARE CARRIED FROM CYCLE TO      00002200
      *          CYCLE ON MATCHIN/MATCHOUT; RCPTLOG (DFSSAM15'S         00002300
      *          RECEIPTS THIS CYCLE) ADDS TO THE RECEIVED FIGURES AND  00002400
      *          OPENPO (DFSSAM15'S NEWOPO) SAYS WHICH PO LINES ARE     00002500
      *          STILL OPEN.  HELD LINES ARE TRIED AGAIN EVERY RUN, SO  00002600
      *          A LATE RECEIPT RELEASES THEM WITHOUT BEING ASKED, AND  00002700
      *          THOSE STILL HELD ARE LISTED ON THE JOB LOG GROUPED BY  00002800
      *          VENDOR WITH THE REASON.  THE RUN CHANGES NOTHING ON    00002900
      *          THE DATA BASE AND WRITES ITS OUTPUTS AFRESH, SO IT IS  00003000
      *          RERUN FROM THE SAME INPUTS RATHER THAN RESTARTED.      00003100
      *                                                                 00003200
       ENVIRONMENT DIVISION.                                            00003300
       CONFIGURATION SECTION.                                           00003400
       SOURCE-COMPUTER.  IBM-370.                                       00003500
       OBJECT-COMPUTER.  IBM-370.                                       00003600
       INPUT-OUTPUT SECTION.                                            00003700
       FILE-CONTROL.                                                    00003800
           SELECT INVIN ASSIGN TO INVIN                                 00003900
               FILE STATUS IS INVIN-STATUS                              00004000
               ORGANIZATION IS SEQUENTIAL.                              00004100
           SELECT RCPTLOG ASSIGN TO RCPTLOG                             00004200
               FILE STATUS IS RCPTLOG-STATUS                            00004300
               ORGANIZATION IS SEQUENTIAL.                              00004400
           SELECT OPENPO ASSIGN TO OPENPO                               00004500
               FILE STATUS IS OPENPO-STATUS                             00004600
               ORGANIZATION IS SEQUENTIAL.                              00004700
           SELECT MATCHIN ASSIGN TO MATCHIN                             00004800
               FILE STATUS IS MATCHIN-STATUS                            00004900
               ORGANIZATION IS SEQUENTIAL.                              00005000
           SELECT MATCHOUT ASSIGN TO MATCHOUT                           00005100
               FILE STATUS IS MATCHOUT-STATUS                           00005200
               ORGANIZATION IS SEQUENTIAL.                              00005300
           SELECT APOUT ASSIGN TO APOUT                                 00005400
               FILE STATUS IS APOUT-STATUS                              00005500
               ORGANIZATION IS SEQUENTIAL.                              00005600
                                                                        00005700
       DATA DIVISION.                                                   00005800
       FILE SECTION.                                                    00005900
      *    INVOICE LINES AND PURCHASING DECISIONS.  AN 'A' OR 'R'       00006000
      *    NEEDS ONLY THE VENDOR, INVOICE NUMBER AND LINE OF THE        00006100
      *    HELD LINE IT SETTLES.                                        00006200
       FD  INVIN RECORDING MODE F.                                      00006300
       01  INVIN-RECORD.                                                00006400
           02  IV-ACTION           PICTURE X(1).                        00006500
           02  IV-LINE-DATA.                                            00006600
               03  IV-VENDOR-CODE  PICTURE X(6).                        00006700
               03  IV-INVOICE-NO   PICTURE X(10).                       00006800
               03  IV-INVOICE-LINE PICTURE 9(3).                        00006900
               03  IV-INVOICE-DATE PICTURE 9(8).                        00007000
               03  IV-PO-NUMBER    PICTURE 9(6).                        00007100
               03  IV-PART-NO      PICTURE X(15).                       00007200
               03  IV-INV-KEY      PICTURE X(8).                        00007300
               03  IV-QUANTITY     PICTURE S9(7)V9.                     00007400
               03  IV-UNIT-PRICE   PICTURE 9(6)V999.                    00007500
           02  FILLER              PICTURE X(6).                        00007600
                                                                        00007700
      *    DFSSAM15'S LOG OF THE RECEIPTS IT TOOK THIS CYCLE.           00007800
       FD  RCPTLOG RECORDING MODE F.                                    00007900
       01  RCPTLOG-RECORD.                                              00008000
           02  RL-PO-NUMBER        PICTURE 9(6).                        00008100
           02  RL-VENDOR-CODE      PICTURE X(6).                        00008200
           02  RL-PART-NO          PICTURE X(15).                       00008300
           02  RL-INV-KEY          PICTURE X(8).                        00008400
           02  RL-QTY-RECEIVED     PICTURE S9(7)V9.                     00008500
           02  RL-DATE             PICTURE 9(7).                        00008600
           02  FILLER              PICTURE X(30).                       00008700
                                                                        00008800
      *    FULL POOUT LAYOUT, AS DFSSAM15 CARRIES IT FORWARD.           00008900
       FD  OPENPO RECORDING MODE F.                                     00009000
       01  OPENPO-RECORD.                                               00009100
           02  OP-PO-NUMBER        PICTURE 9(6).                        00009200
           02  OP-VENDOR-CODE      PICTURE X(6).                        00009300
           02  OP-PART-NO          PICTURE X(15).                       00009400
           02  OP-INV-KEY          PICTURE X(8).                        00009500
           02  OP-QUANTITY         PICTURE S9(7)V9.                     00009600
           02  FILLER              PICTURE X(37).                       00009700
                                                                        00009800
      *    MATCH POOL CARRIED BETWEEN CYCLES - ONE CONTROL RECORD       00009900
      *    ('C') WITH THE LAST VOUCHER ISSUED, A RECORD PER PO LINE     00010000
      *    RECEIVED AGAINST ('G') AND ONE PER HELD INVOICE LINE ('H').  00010100
       FD  MATCHIN RECORDING MODE F.                                    00010200
       01  MATCHIN-RECORD.                                              00010300
           02  MI-REC-TYPE         PICTURE X(1).                        00010400
           02  MI-CONTROL-DATA.                                         00010500
               03  MI-LAST-VOUCHER PICTURE 9(9).                        00010600
               03  FILLER          PICTURE X(70).                       00010700
           02  MI-RECEIVED-DATA REDEFINES MI-CONTROL-DATA.              00010800
               03  MI-PO-NUMBER    PICTURE 9(6).                        00010900
               03  MI-VENDOR-CODE  PICTURE X(6).                        00011000
               03  MI-PART-NO      PICTURE X(15).                       00011100
               03  MI-INV-KEY      PICTURE X(8).                        00011200
               03  MI-QTY-RECEIVED PICTURE S9(7)V9.                     00011300
               03  MI-QTY-INVOICED PICTURE S9(7)V9.                     00011400
               03  FILLER          PICTURE X(28).                       00011500
           02  MI-HELD-DATA REDEFINES MI-CONTROL-DATA.                  00011600
               03  MI-LINE-DATA    PICTURE X(73).                       00011700
               03  MI-REASON       PICTURE X(2).                        00011800
               03  FILLER          PICTURE X(4).                        00011900
                                                                        00012000
       FD  MATCHOUT RECORDING MODE F.                                   00012100
       01  MATCHOUT-RECORD.                                             00012200
           02  MO-REC-TYPE         PICTURE X(1).                        00012300
           02  MO-CONTROL-DATA.                                         00012400
               03  MO-LAST-VOUCHER PICTURE 9(9).                        00012500
               03  FILLER          PICTURE X(70).                       00012600
           02  MO-RECEIVED-DATA REDEFINES MO-CONTROL-DATA.              00012700
               03  MO-PO-NUMBER    PICTURE 9(6).                        00012800
               03  MO-VENDOR-CODE  PICTURE X(6).                        00012900
               03  MO-PART-NO      PICTURE X(15).                       00013000
               03  MO-INV-KEY      PICTURE X(8).                        00013100
               03  MO-QTY-RECEIVED PICTURE S9(7)V9.                     00013200
               03  MO-QTY-INVOICED PICTURE S9(7)V9.                     00013300
               03  FILLER          PICTURE X(28).                       00013400
           02  MO-HELD-DATA REDEFINES MO-CONTROL-DATA.                  00013500
               03  MO-LINE-DATA    PICTURE X(73).                       00013600
               03  MO-REASON       PICTURE X(2).                        00013700
               03  FILLER          PICTURE X(4).                        00013800
                                                                        00013900
      *    PAYABLES RELEASED - ONE RECORD PER MATCHED OR ACCEPTED       00014000
      *    INVOICE LINE, READ BY LGDB2GLI AS ITS APIN FILE.             00014100
       FD  APOUT RECORDING MODE F.                                      00014200
       01  APOUT-RECORD.                                                00014300
           02  AP-VOUCHER-NO       PICTURE 9(9).                        00014400
           02  AP-VENDOR-CODE      PICTURE X(6).                        00014500
           02  AP-INVOICE-NO       PICTURE X(10).                       00014600
           02  AP-INVOICE-LINE     PICTURE 9(3).                        00014700
           02  AP-INVOICE-DATE     PICTURE 9(8).                        00014800
           02  AP-INVOICE-YMD REDEFINES AP-INVOICE-DATE.                00014900
               03  AP-INVOICE-YEAR PICTURE 9(4).                        00015000
               03  AP-INVOICE-MONTH PICTURE 9(2).                       00015100
               03  AP-INVOICE-DAY  PICTURE 9(2).                        00015200
           02  AP-PO-NUMBER        PICTURE 9(6).                        00015300
           02  AP-QUANTITY         PICTURE S9(7)V9.                     00015400
           02  AP-AMOUNT           PICTURE S9(9)V99.                    00015500
           02  AP-CURRENCY         PICTURE X(3).                        00015600
           02  AP-PAYTERMS         PICTURE X(10).                       00015700
           02  FILLER              PICTURE X(6).                        00015800
                                                                        00015900
       WORKING-STORAGE SECTION.                                         00016000
       77  INVIN-STATUS            PICTURE 99.                          00016100
       77  RCPTLOG-STATUS          PICTURE 99.                          00016200
       77  OPENPO-STATUS           PICTURE 99.                          00016300
       77  MATCHIN-STATUS          PICTURE 99.                          00016400
       77  MATCHOUT-STATUS         PICTURE 99.                          00016500
       77  APOUT-STATUS            PICTURE 99.                          00016600
       77  WS-INVIN-EOF-SW         PICTURE X VALUE 'N'.                 00016700
           88  WS-INVIN-EOF                  VALUE 'Y'.                 00016800
       77  WS-RCPTLOG-EOF-SW       PICTURE X VALUE 'N'.                 00016900
           88  WS-RCPTLOG-EOF                VALUE 'Y'.                 00017000
       77  WS-OPENPO-EOF-SW        PICTURE X VALUE 'N'.                 00017100
           88  WS-OPENPO-EOF                 VALUE 'Y'.                 00017200
       77  WS-MATCHIN-EOF-SW       PICTURE X VALUE 'N'.                 00017300
           88  WS-MATCHIN-EOF                VALUE 'Y'.                 00017400
                                                                        00017500
       77  GET-UNIQUE, PICTURE XXXX, VALUE 'GU  '.                      00017600
                                                                        00017700
      *    PRICE TOLERANCE, PERCENT EITHER SIDE OF THE PO PRICE.        00017800
       77  WS-TOL-CARD             PICTURE 9(2)V9 VALUE 2.0.            00017900
       77  WS-TOLERANCE            PICTURE 9(2)V9 VALUE 2.0.            00018000
       77  WS-PRICE-DIFF           PICTURE S9(6)V999 VALUE ZERO.        00018100
       77  WS-PRICE-LIMIT          PICTURE 9(6)V999 VALUE ZERO.         00018200
       77  WS-UNINVOICED           PICTURE S9(7)V9 VALUE ZERO.          00018300
       77  WS-LAST-VOUCHER         PICTURE 9(9) VALUE 0.                00018400
                                                                        00018500
      *    THE INVOICE LINE BEING MATCHED - FROM INVIN, OR A HELD       00018600
      *    LINE BEING TRIED AGAIN.  SAME 73 BYTES AS IV-LINE-DATA.      00018700
       01  WS-INV-LINE.                                                 00018800
           02  WI-VENDOR-CODE      PICTURE X(6).                        00018900
           02  WI-INVOICE-NO       PICTURE X(10).                       00019000
           02  WI-INVOICE-LINE     PICTURE 9(3).                        00019100
           02  WI-INVOICE-DATE     PICTURE 9(8).                        00019200
           02  WI-INVOICE-YMD REDEFINES WI-INVOICE-DATE.                00019300
               03  WI-INVOICE-YEAR PICTURE 9(4).                        00019400
               03  WI-INVOICE-MONTH PICTURE 9(2).                       00019500
               03  WI-INVOICE-DAY  PICTURE 9(2).                        00019600
           02  WI-PO-NUMBER        PICTURE 9(6).                        00019700
           02  WI-PART-NO          PICTURE X(15).                       00019800
           02  WI-INV-KEY          PICTURE X(8).                        00019900
           02  WI-QUANTITY         PICTURE S9(7)V9.                     00020000
           02  WI-UNIT-PRICE       PICTURE 9(6)V999.                    00020100
       77  WS-REASON               PICTURE X(2) VALUE SPACES.           00020200
       77  WS-REASON-TEXT          PICTURE X(30) VALUE SPACES.          00020300
                                                                        00020400
      *    PO LINES RECEIVED AGAINST, WITH HOW MUCH OF EACH HAS BEEN    00020500
      *    INVOICED SO FAR.                                             00020600
       77  WS-RV-COUNT             PICTURE S9(4) COMP VALUE 0.          00020700
       01  WS-RV-TABLE.                                                 00020800
           02  WS-RV-ENTRY OCCURS 1000 TIMES.                           00020900
               03  WS-RV-PO-NUMBER PICTURE 9(6).                        00021000
               03  WS-RV-VENDOR    PICTURE X(6).                        00021100
               03  WS-RV-PART      PICTURE X(15).                       00021200
               03  WS-RV-KEY       PICTURE X(8).                        00021300
               03  WS-RV-RECEIVED  PICTURE S9(7)V9.                     00021400
               03  WS-RV-INVOICED  PICTURE S9(7)V9.                     00021500
                                                                        00021600
      *    INVOICE LINES HELD FOR PURCHASING.  A LINE RELEASED,         00021700
      *    ACCEPTED OR RETURNED THIS RUN IS MARKED 'D' AND NOT          00021800
      *    CARRIED FORWARD.                                             00021900
       77  WS-HL-COUNT             PICTURE S9(4) COMP VALUE 0.          00022000
       01  WS-HL-TABLE.                                                 00022100
           02  WS-HL-ENTRY OCCURS 500 TIMES.                            00022200
               03  WS-HL-DATA      PICTURE X(73).                       00022300
               03  WS-HL-VENDOR REDEFINES WS-HL-DATA.                   00022400
                   04  WS-HL-VENDOR-CODE PICTURE X(6).                  00022500
                   04  WS-HL-INVOICE-NO  PICTURE X(10).                 00022600
                   04  WS-HL-INVOICE-LINE PICTURE 9(3).                 00022700
                   04  FILLER            PICTURE X(54).                 00022800
               03  WS-HL-REASON    PICTURE X(2).                        00022900
               03  WS-HL-STATUS    PICTURE X.                           00023000
               03  WS-HL-LISTED    PICTURE X.                           00023100
                                                                        00023200
      *    PO LINES STILL OPEN AFTER THIS CYCLE'S RECEIPTS.             00023300
       77  WS-OP-COUNT             PICTURE S9(4) COMP VALUE 0.          00023400
       01  WS-OP-TABLE.                                                 00023500
           02  WS-OP-ENTRY OCCURS 500 TIMES.                            00023600
               03  WS-OP-PO-NUMBER PICTURE 9(6).                        00023700
               03  WS-OP-PART      PICTURE X(15).                       00023800
               03  WS-OP-KEY       PICTURE X(8).                        00023900
                                                                        00024000
       77  WS-FIND-PO              PICTURE 9(6).                        00024100
       77  WS-FIND-PART            PICTURE X(15).                       00024200
       77  WS-FIND-KEY             PICTURE X(8).                        00024300
       77  WS-R                    PICTURE S9(4) COMP VALUE 0.          00024400
       77  WS-H                    PICTURE S9(4) COMP VALUE 0.          00024500
       77  WS-J                    PICTURE S9(4) COMP VALUE 0.          00024600
       77  WS-P                    PICTURE S9(4) COMP VALUE 0.          00024700
       77  WS-T                    PICTURE S9(4) COMP VALUE 0.          00024800
       77  WS-RV-HIT               PICTURE S9(4) COMP VALUE 0.          00024900
       77  WS-HL-HIT               PICTURE S9(4) COMP VALUE 0.          00025000
       77  WS-OP-HIT               PICTURE S9(4) COMP VALUE 0.          00025100
       77  WS-CURR-VENDOR          PICTURE X(6).                        00025200
       77  WS-VENDOR-LINES         PICTURE 9(5) VALUE 0.                00025300
       77  WS-DISP-QTY             PICTURE Z(6)9.9-.                    00025400
       77  WS-DISP-PRICE           PICTURE Z(5)9.999.                   00025500
                                                                        00025600
       77  WS-CNT-READ             PICTURE 9(5) VALUE 0.                00025700
       77  WS-CNT-MATCHED          PICTURE 9(5) VALUE 0.                00025800
       77  WS-CNT-HELD             PICTURE 9(5) VALUE 0.                00025900
       77  WS-CNT-NOW-MATCHED      PICTURE 9(5) VALUE 0.                00026000
       77  WS-CNT-ACCEPTED         PICTURE 9(5) VALUE 0.                00026100
       77  WS-CNT-RETURNED         PICTURE 9(5) VALUE 0.                00026200
       77  WS-CNT-REJECTED         PICTURE 9(5) VALUE 0.                00026300
       77  WS-CNT-STILL-HELD       PICTURE 9(5) VALUE 0.                00026400
                                                                        00026500
      *    HOLD REASONS AS THE EXCEPTION REPORT SPELLS THEM OUT.        00026600
       01  WS-REASON-CONST.                                             00026700
           02  FILLER PICTURE X(32)                                     00026800
               VALUE 'VMVENDOR NOT ON MASTER          '.                00026900
           02  FILLER PICTURE X(32)                                     00027000
               VALUE 'VUVENDOR MASTER UNAVAILABLE     '.                00027100
           02  FILLER PICTURE X(32)                                     00027200
               VALUE 'NRGOODS NOT YET RECEIVED        '.                00027300
           02  FILLER PICTURE X(32)                                     00027400
               VALUE 'PONO SUCH PO LINE               '.                00027500
           02  FILLER PICTURE X(32)                                     00027600
               VALUE 'VPVENDOR DIFFERS FROM PO        '.                00027700
           02  FILLER PICTURE X(32)                                     00027800
               VALUE 'QTQUANTITY OVER RECEIVED        '.                00027900
           02  FILLER PICTURE X(32)                                     00028000
               VALUE 'SRNO STOCK RECORD FOR PART      '.                00028100
           02  FILLER PICTURE X(32)                                     00028200
               VALUE 'PRPRICE OUTSIDE TOLERANCE       '.                00028300
       01  WS-REASON-TABLE REDEFINES WS-REASON-CONST.                   00028400
           02  WS-REASON-ENTRY OCCURS 8 TIMES.                          00028500
               03  WS-RT-CODE      PICTURE X(2).                        00028600
               03  WS-RT-TEXT      PICTURE X(30).                       00028700
                                                                        00028800
      *    VENLOOK (VENDOR MASTER) INTERFACE AREAS.                     00028900
       77  WS-VEN-CODE             PICTURE X(6).                        00029000
       77  WS-VEN-NAME             PICTURE X(30).                       00029100
       77  WS-VEN-ADDRESS          PICTURE X(30).                       00029200
       77  WS-VEN-CONTACT          PICTURE X(20).                       00029300
       77  WS-VEN-LEADTIME         PICTURE 9(3).                        00029400
       77  WS-VEN-CURRENCY         PICTURE X(3).                        00029500
       77  WS-VEN-TERMS            PICTURE X(10).                       00029600
       77  WS-VEN-RC               PICTURE X.                           00029700
                                                                        00029800
      *    SAME SSA SHAPES DFSSAM13 USES ON THE INVENTORY BASE.         00029900
       01  SSA1.                                                        00030000
           02  SSA1-NAME, PICTURE X(8), VALUE 'PARTROOT'.               00030100
           02  SSA1-BEGIN, PICTURE X, VALUE '('.                        00030200
           02  SSA1-KEY, PICTURE X(8), VALUE 'PARTKEY '.                00030300
           02  SSA1-OPERATOR, PICTURE XX, VALUE ' ='.                   00030400
           02  SSA1-VALUE.                                              00030500
               03  PREFIX-1, PICTURE 99, VALUE 02.                      00030600
               03  VALUE-1, PICTURE X(15).                              00030700
           02  SSA1-END, PICTURE X, VALUE ')'.                          00030800
                                                                        00030900
       01  SSA2.                                                        00031000
           02  SSA2-NAME, PICTURE X(8), VALUE 'STOKSTAT'.               00031100
           02  SSA2-BEGIN, PICTURE X, VALUE '('.                        00031200
           02  SSA2-KEY, PICTURE X(8), VALUE 'STOCKEY '.                00031300
           02  SSA2-OPERATOR, PICTURE XX, VALUE ' ='.                   00031400
           02  SSA2-VALUE.                                              00031500
               03  PREFIX-2, PICTURE 99, VALUE 00.                      00031600
               03  VALUE-2, PICTURE X(8).                               00031700
               03  FILLER, PICTURE X(6)  VALUE SPACES.                  00031800
           02  SSA2-END, PICTURE X, VALUE ')'.                          00031900
                                                                        00032000
      *    STOKSTAT AT THE SAME OFFSETS DFSSAM13'S STOK-SRA USES -      00032100
      *    ONLY UNIT-PRICE IS LOOKED AT HERE.                           00032200
       01  STOK-SRA.                                                    00032300
           02  FILLER, PICTURE 99.                                      00032400
           02  PLAC, PICTURE X.                                         00032500
           02  INV-DEPT, PICTURE XX.                                    00032600
           02  PROJ-CONTRACT, PICTURE XXX.                              00032700
           02  DIV, PICTURE XX.                                         00032800
           02  VENDOR-CODE, PICTURE X(6).                               00032900
           02  FILLER, PICTURE X(4), VALUE SPACES.                      00033000
           02  UNIT-PRICE, PICTURE 9(6)V999.                            00033100
           02  FILLER, PICTURE X(5), VALUE SPACES.                      00033200
           02  UNIT-OF-MEAS, PICTURE X(4).                              00033300
           02  FILLER, PICTURE X(12), VALUE SPACES.                     00033400
           02  ATTRITION.                                               00033500
               03  COAP, PICTURE 9V99.                                  00033600
               03  PLAN, PICTURE 9V99.                                  00033700
               03  COAD, PICTURE X.                                     00033800
           02  LAST-CYC-DATE, PICTURE 9(7).                             00033900
           02  LAST-TRANS-DATE, PICTURE 9(7).                           00034000
           02  FILLER, PICTURE X(6), VALUE SPACES.                      00034100
           02  REORDER-POINT, PICTURE S9(7)V9.                          00034200
           02  ABC-CLASS, PICTURE X.                                    00034300
           02  FILLER, PICTURE X(3).                                    00034400
           02  CUR-REM-REQ, PICTURE S9(7)V9.                            00034500
           02  UNP-REM-REQ, PICTURE S9(7)V9.                            00034600
           02  ON-ORDER, PICTURE S9(7)V9.                               00034700
           02  TOT-STOCK, PICTURE S9(7)V9.                              00034800
           02  PLANNED-DISB, PICTURE S9(7)V9.                           00034900
           02  UNP-DISB, PICTURE S9(7)V9.                               00035000
           02  SPARES, PICTURE S9(7)V9.                                 00035100
           02  DIVERSION, PICTURE S9(7)V9.                              00035200
           02  ALLOCATED, PICTURE S9(6)V9.                              00035300
                                                                        00035400
       LINKAGE SECTION.                                                 00035500
       01  DB-PCB.                                                      00035600
           02  DBASE-NAME   PICTURE X(8).                               00035700
           02  SEGMENT-INDR PICTURE XX.                                 00035800
           02  STATUS-CODE  PICTURE XX.                                 00035900
           02  PROC-OPTIONS PICTURE XXXX.                               00036000
           02  DLI-RESERVED PICTURE XXXX.                               00036100
           02  SEG-FEEDBACK PICTURE X(8).                               00036200
           02  KEY-FEEDBACK-LENGTH PICTURE XXXX.                        00036300
           02  NO-OF-SENSEG-TYPES  PICTURE XXXX.                        00036400
           02  KEY-FEEDBACK PICTURE X(31).                              00036500
                                                                        00036600
       PROCEDURE DIVISION.                                              00036700
       MAIN-RTN.                                                        00036800
           ENTRY 'DLITCBL' USING DB-PCB.                                00036900
           ACCEPT WS-TOL-CARD FROM SYSIN.                               00037000
           IF WS-TOL-CARD NUMERIC                                       00037100
               MOVE WS-TOL-CARD TO WS-TOLERANCE.                        00037200
                                                                        00037300
           OPEN INPUT INVIN.                                            00037400
           IF INVIN-STATUS NOT = 0                                      00037500
               DISPLAY 'DFSSAM21 FILE STATUS AT OPEN INVIN '            00037600
                   INVIN-STATUS                                         00037700
               MOVE 16 TO RETURN-CODE                                   00037800
               GOBACK.                                                  00037900
           OPEN OUTPUT MATCHOUT.                                        00038000
           IF MATCHOUT-STATUS NOT = 0                                   00038100
               DISPLAY 'DFSSAM21 FILE STATUS AT OPEN MATCHOUT '         00038200
                   MATCHOUT-STATUS                                      00038300
               MOVE 16 TO RETURN-CODE                                   00038400
               GOBACK.                                                  00038500
           OPEN OUTPUT APOUT.                                           00038600
           IF APOUT-STATUS NOT = 0                                      00038700
               DISPLAY 'DFSSAM21 FILE STATUS AT OPEN APOUT '            00038800
                   APOUT-STATUS                                         00038900
               MOVE 16 TO RETURN-CODE                                   00039000
               GOBACK.                                                  00039100
                                                                        00039200
           PERFORM LOAD-MATCH-POOL THRU LOAD-MATCH-POOL-EXIT.           00039300
           PERFORM LOAD-OPEN-PO-LINES THRU LOAD-OPEN-PO-EXIT.           00039400
           PERFORM LOAD-RECEIPT-LOG THRU LOAD-RECEIPT-LOG-EXIT.         00039500
                                                                        00039600
           PERFORM RETRY-ONE-HELD-LINE THRU RETRY-ONE-HELD-EXIT         00039700
               VARYING WS-H FROM 1 BY 1                                 00039800
               UNTIL WS-H > WS-HL-COUNT.                                00039900
                                                                        00040000
           READ INVIN AT END MOVE 'Y' TO WS-INVIN-EOF-SW.               00040100
           PERFORM PROCESS-ONE-INVOICE THRU PROCESS-ONE-INVOICE-EXIT    00040200
               UNTIL WS-INVIN-EOF.                                      00040300
                                                                        00040400
           PERFORM WRITE-MATCH-POOL THRU WRITE-MATCH-POOL-EXIT.         00040500
           PERFORM REPORT-HELD-LINES THRU REPORT-HELD-EXIT.             00040600
                                                                        00040700
           DISPLAY '-----------------------------------------------'.   00040800
           DISPLAY 'DFSSAM21 INVOICE MATCH SUMMARY'.                    00040900
           DISPLAY 'INVOICE RECORDS READ.......: ' WS-CNT-READ.         00041000
           DISPLAY 'LINES MATCHED AND RELEASED.: ' WS-CNT-MATCHED.      00041100
           DISPLAY 'HELD LINES NOW MATCHED.....: ' WS-CNT-NOW-MATCHED.  00041200
           DISPLAY 'HELD LINES ACCEPTED........: ' WS-CNT-ACCEPTED.     00041300
           DISPLAY 'HELD LINES RETURNED........: ' WS-CNT-RETURNED.     00041400
           DISPLAY 'NEW LINES HELD.............: ' WS-CNT-HELD.         00041500
           DISPLAY 'RECORDS REJECTED...........: ' WS-CNT-REJECTED.     00041600
           DISPLAY 'LINES STILL HELD...........: ' WS-CNT-STILL-HELD.   00041700
           DISPLAY 'LAST VOUCHER ISSUED........: ' WS-LAST-VOUCHER.     00041800
           DISPLAY '-----------------------------------------------'.   00041900
                                                                        00042000
           CLOSE INVIN.                                                 00042100
           CLOSE MATCHOUT.                                              00042200
           CLOSE APOUT.                                                 00042300
           GOBACK.                                                      00042400
                                                                        00042500
      *    A MISSING MATCHIN FILE (FILE STATUS 35) IS THE FIRST         00042600
      *    CYCLE - NOTHING RECEIVED OR HELD YET, VOUCHERS FROM 1.       00042700
       LOAD-MATCH-POOL.                                                 00042800
           OPEN INPUT MATCHIN.                                          00042900
           IF MATCHIN-STATUS = 35                                       00043000
               GO TO LOAD-MATCH-POOL-EXIT.                              00043100
           IF MATCHIN-STATUS NOT = 0                                    00043200
               DISPLAY 'DFSSAM21 FILE STATUS AT OPEN MATCHIN '          00043300
                   MATCHIN-STATUS                                       00043400
               MOVE 16 TO RETURN-CODE                                   00043500
               GOBACK.                                                  00043600
           READ MATCHIN AT END MOVE 'Y' TO WS-MATCHIN-EOF-SW.           00043700
           PERFORM LOAD-ONE-POOL-RECORD THRU LOAD-ONE-POOL-EXIT         00043800
               UNTIL WS-MATCHIN-EOF.                                    00043900
           CLOSE MATCHIN.                                               00044000
       LOAD-MATCH-POOL-EXIT.                                            00044100
           EXIT.                                                        00044200
                                                                        00044300
      *    A FULL TABLE STOPS THE RUN - DROPPING A CARRIED RECORD       00044400
      *    WOULD LOSE A RECEIPT OR AN UNPAID INVOICE FOR GOOD.          00044500
       LOAD-ONE-POOL-RECORD.                                            00044600
           IF MI-REC-TYPE = 'C'                                         00044700
               MOVE MI-LAST-VOUCHER TO WS-LAST-VOUCHER                  00044800
               GO TO LOAD-NEXT-POOL-RECORD.                             00044900
           IF MI-REC-TYPE = 'G'                                         00045000
               IF WS-RV-COUNT = 1000                                    00045100
                   DISPLAY 'DFSSAM21 RECEIVED TABLE FULL LOADING '      00045200
                       'MATCHIN - RUN STOPPED' UPON CONSOLE             00045300
                   MOVE 16 TO RETURN-CODE                               00045400
                   GOBACK                                               00045500
               ELSE                                                     00045600
                   ADD 1 TO WS-RV-COUNT                                 00045700
                   MOVE MI-PO-NUMBER TO WS-RV-PO-NUMBER (WS-RV-COUNT)   00045800
                   MOVE MI-VENDOR-CODE TO WS-RV-VENDOR (WS-RV-COUNT)    00045900
                   MOVE MI-PART-NO TO WS-RV-PART (WS-RV-COUNT)          00046000
                   MOVE MI-INV-KEY TO WS-RV-KEY (WS-RV-COUNT)           00046100
                   MOVE MI-QTY-RECEIVED                                 00046200
                       TO WS-RV-RECEIVED (WS-RV-COUNT)                  00046300
                   MOVE MI-QTY-INVOICED                                 00046400
                       TO WS-RV-INVOICED (WS-RV-COUNT)                  00046500
                   GO TO LOAD-NEXT-POOL-RECORD.                         00046600
           IF MI-REC-TYPE = 'H'                                         00046700
               IF WS-HL-COUNT = 500                                     00046800
                   DISPLAY 'DFSSAM21 HELD TABLE FULL LOADING '          00046900
                       'MATCHIN - RUN STOPPED' UPON CONSOLE             00047000
                   MOVE 16 TO RETURN-CODE                               00047100
                   GOBACK                                               00047200
               ELSE                                                     00047300
                   ADD 1 TO WS-HL-COUNT                                 00047400
                   MOVE MI-LINE-DATA TO WS-HL-DATA (WS-HL-COUNT)        00047500
                   MOVE MI-REASON TO WS-HL-REASON (WS-HL-COUNT)         00047600
                   MOVE SPACE TO WS-HL-STATUS (WS-HL-COUNT).            00047700
       LOAD-NEXT-POOL-RECORD.                                           00047800
           READ MATCHIN AT END MOVE 'Y' TO WS-MATCHIN-EOF-SW.           00047900
       LOAD-ONE-POOL-EXIT.                                              00048000
           EXIT.                                                        00048100
                                                                        00048200
      *    A MISSING OPENPO FILE (FILE STATUS 35) JUST MEANS NO         00048300
      *    ORDERS ARE OUTSTANDING.                                      00048400
       LOAD-OPEN-PO-LINES.                                              00048500
           OPEN INPUT OPENPO.                                           00048600
           IF OPENPO-STATUS = 35                                        00048700
               GO TO LOAD-OPEN-PO-EXIT.                                 00048800
           IF OPENPO-STATUS NOT = 0                                     00048900
               DISPLAY 'DFSSAM21 FILE STATUS AT OPEN OPENPO '           00049000
                   OPENPO-STATUS                                        00049100
               MOVE 16 TO RETURN-CODE                                   00049200
               GOBACK.                                                  00049300
           READ OPENPO AT END MOVE 'Y' TO WS-OPENPO-EOF-SW.             00049400
           PERFORM LOAD-ONE-PO-LINE THRU LOAD-ONE-PO-EXIT               00049500
               UNTIL WS-OPENPO-EOF OR WS-OP-COUNT = 500.                00049600
           CLOSE OPENPO.                                                00049700
       LOAD-OPEN-PO-EXIT.                                               00049800
           EXIT.                                                        00049900
                                                                        00050000
       LOAD-ONE-PO-LINE.                                                00050100
           ADD 1 TO WS-OP-COUNT.                                        00050200
           MOVE OP-PO-NUMBER TO WS-OP-PO-NUMBER (WS-OP-COUNT).          00050300
           MOVE OP-PART-NO TO WS-OP-PART (WS-OP-COUNT).                 00050400
           MOVE OP-INV-KEY TO WS-OP-KEY (WS-OP-COUNT).                  00050500
           READ OPENPO AT END MOVE 'Y' TO WS-OPENPO-EOF-SW.             00050600
       LOAD-ONE-PO-EXIT.                                                00050700
           EXIT.                                                        00050800
                                                                        00050900
      *    EACH RECEIPT ADDS TO ITS PO LINE'S RECEIVED FIGURE - A       00051000
      *    LINE FIRST RECEIVED THIS CYCLE JOINS THE POOL.  NO           00051100
      *    RCPTLOG FILE MEANS NOTHING WAS RECEIVED.                     00051200
       LOAD-RECEIPT-LOG.                                                00051300
           OPEN INPUT RCPTLOG.                                          00051400
           IF RCPTLOG-STATUS = 35                                       00051500
               GO TO LOAD-RECEIPT-LOG-EXIT.                             00051600
           IF RCPTLOG-STATUS NOT = 0                                    00051700
               DISPLAY 'DFSSAM21 FILE STATUS AT OPEN RCPTLOG '          00051800
                   RCPTLOG-STATUS                                       00051900
               MOVE 16 TO RETURN-CODE                                   00052000
               GOBACK.                                                  00052100
           READ RCPTLOG AT END MOVE 'Y' TO WS-RCPTLOG-EOF-SW.           00052200
           PERFORM LOAD-ONE-RECEIPT THRU LOAD-ONE-RECEIPT-EXIT          00052300
               UNTIL WS-RCPTLOG-EOF.                                    00052400
           CLOSE RCPTLOG.                                               00052500
       LOAD-RECEIPT-LOG-EXIT.                                           00052600
           EXIT.                                                        00052700
                                                                        00052800
       LOAD-ONE-RECEIPT.                                                00052900
           MOVE RL-PO-NUMBER TO WS-FIND-PO.                             00053000
           MOVE RL-PART-NO TO WS-FIND-PART.                             00053100
           MOVE RL-INV-KEY TO WS-FIND-KEY.                              00053200
           MOVE 0 TO WS-RV-HIT.                                         00053300
           PERFORM FIND-RECEIVED-LINE THRU FIND-RECEIVED-EXIT           00053400
               VARYING WS-R FROM 1 BY 1                                 00053500
               UNTIL WS-R > WS-RV-COUNT OR WS-RV-HIT > 0.               00053600
           IF WS-RV-HIT = 0                                             00053700
               IF WS-RV-COUNT = 1000                                    00053800
                   DISPLAY 'DFSSAM21 RECEIVED TABLE FULL LOADING '      00053900
                       'RCPTLOG - RUN STOPPED' UPON CONSOLE             00054000
                   MOVE 16 TO RETURN-CODE                               00054100
                   GOBACK                                               00054200
               ELSE                                                     00054300
                   ADD 1 TO WS-RV-COUNT                                 00054400
                   MOVE WS-RV-COUNT TO WS-RV-HIT                        00054500
                   MOVE RL-PO-NUMBER TO WS-RV-PO-NUMBER (WS-RV-HIT)     00054600
                   MOVE RL-VENDOR-CODE TO WS-RV-VENDOR (WS-RV-HIT)      00054700
                   MOVE RL-PART-NO TO WS-RV-PART (WS-RV-HIT)            00054800
                   MOVE RL-INV-KEY TO WS-RV-KEY (WS-RV-HIT)             00054900
                   MOVE ZERO TO WS-RV-RECEIVED (WS-RV-HIT)              00055000
                   MOVE ZERO TO WS-RV-INVOICED (WS-RV-HIT).             00055100
           ADD RL-QTY-RECEIVED TO WS-RV-RECEIVED (WS-RV-HIT).           00055200
           READ RCPTLOG AT END MOVE 'Y' TO WS-RCPTLOG-EOF-SW.           00055300
       LOAD-ONE-RECEIPT-EXIT.                                           00055400
           EXIT.                                                        00055500
                                                                        00055600
       FIND-RECEIVED-LINE.                                              00055700
           IF WS-RV-PO-NUMBER (WS-R) = WS-FIND-PO AND                   00055800
              WS-RV-PART (WS-R) = WS-FIND-PART AND                      00055900
              WS-RV-KEY (WS-R) = WS-FIND-KEY                            00056000
               MOVE WS-R TO WS-RV-HIT.                                  00056100
       FIND-RECEIVED-EXIT.                                              00056200
           EXIT.                                                        00056300
                                                                        00056400
       FIND-OPEN-PO-LINE.                                               00056500
           IF WS-OP-PO-NUMBER (WS-P) = WS-FIND-PO AND                   00056600
              WS-OP-PART (WS-P) = WS-FIND-PART AND                      00056700
              WS-OP-KEY (WS-P) = WS-FIND-KEY                            00056800
               MOVE WS-P TO WS-OP-HIT.                                  00056900
       FIND-OPEN-PO-EXIT.                                               00057000
           EXIT.                                                        00057100
                                                                        00057200
       FIND-HELD-LINE.                                                  00057300
           IF WS-HL-STATUS (WS-H) = SPACE AND                           00057400
              WS-HL-VENDOR-CODE (WS-H) = WI-VENDOR-CODE AND             00057500
              WS-HL-INVOICE-NO (WS-H) = WI-INVOICE-NO AND               00057600
              WS-HL-INVOICE-LINE (WS-H) = WI-INVOICE-LINE               00057700
               MOVE WS-H TO WS-HL-HIT.                                  00057800
       FIND-HELD-EXIT.                                                  00057900
           EXIT.                                                        00058000
                                                                        00058100
      *    EVERY HELD LINE IS MATCHED AGAIN BEFORE TODAY'S INVOICES     00058200
      *    - THE RECEIPT OR VENDOR RECORD IT WAS WAITING FOR MAY        00058300
      *    HAVE ARRIVED SINCE.                                          00058400
       RETRY-ONE-HELD-LINE.                                             00058500
           MOVE WS-HL-DATA (WS-H) TO WS-INV-LINE.                       00058600
           PERFORM MATCH-INVOICE-LINE THRU MATCH-INVOICE-EXIT.          00058700
           IF WS-REASON = SPACES                                        00058800
               PERFORM RELEASE-INVOICE-LINE THRU RELEASE-INVOICE-EXIT   00058900
               MOVE 'D' TO WS-HL-STATUS (WS-H)                          00059000
               ADD 1 TO WS-CNT-NOW-MATCHED                              00059100
           ELSE                                                         00059200
               MOVE WS-REASON TO WS-HL-REASON (WS-H).                   00059300
       RETRY-ONE-HELD-EXIT.                                             00059400
           EXIT.                                                        00059500
                                                                        00059600
       PROCESS-ONE-INVOICE.                                             00059700
           ADD 1 TO WS-CNT-READ.                                        00059800
           MOVE IV-LINE-DATA TO WS-INV-LINE.                            00059900
           MOVE 0 TO WS-HL-HIT.                                         00060000
           PERFORM FIND-HELD-LINE THRU FIND-HELD-EXIT                   00060100
               VARYING WS-H FROM 1 BY 1                                 00060200
               UNTIL WS-H > WS-HL-COUNT OR WS-HL-HIT > 0.               00060300
           IF IV-ACTION = 'I'                                           00060400
               PERFORM NEW-INVOICE-LINE THRU NEW-INVOICE-LINE-EXIT      00060500
               GO TO PROCESS-NEXT-INVOICE.                              00060600
           IF IV-ACTION = 'A'                                           00060700
               PERFORM ACCEPT-HELD-LINE THRU ACCEPT-HELD-EXIT           00060800
               GO TO PROCESS-NEXT-INVOICE.                              00060900
           IF IV-ACTION = 'R'                                           00061000
               PERFORM RETURN-HELD-LINE THRU RETURN-HELD-EXIT           00061100
               GO TO PROCESS-NEXT-INVOICE.                              00061200
           ADD 1 TO WS-CNT-REJECTED.                                    00061300
           DISPLAY 'DFSSAM21 INVOICE ' IV-VENDOR-CODE ' '               00061400
               IV-INVOICE-NO ' ' IV-INVOICE-LINE                        00061500
               ' - ACTION ' IV-ACTION ' NOT I, A OR R'.                 00061600
       PROCESS-NEXT-INVOICE.                                            00061700
           READ INVIN AT END MOVE 'Y' TO WS-INVIN-EOF-SW.               00061800
       PROCESS-ONE-INVOICE-EXIT.                                        00061900
           EXIT.                                                        00062000
                                                                        00062100
      *    A LINE ALREADY HELD IS SETTLED WITH 'A' OR 'R', NOT SENT     00062200
      *    AGAIN - A SECOND COPY WOULD BE PAID TWICE.                   00062300
       NEW-INVOICE-LINE.                                                00062400
           IF WS-HL-HIT > 0                                             00062500
               ADD 1 TO WS-CNT-REJECTED                                 00062600
               DISPLAY 'DFSSAM21 INVOICE ' WI-VENDOR-CODE ' '           00062700
                   WI-INVOICE-NO ' ' WI-INVOICE-LINE                    00062800
                   ' - ALREADY HELD, SETTLE WITH A OR R'                00062900
               GO TO NEW-INVOICE-LINE-EXIT.                             00063000
           IF WI-INVOICE-DATE NOT NUMERIC OR                            00063100
              WI-PO-NUMBER NOT NUMERIC OR                               00063200
              WI-QUANTITY NOT NUMERIC OR                                00063300
              WI-UNIT-PRICE NOT NUMERIC                                 00063400
               ADD 1 TO WS-CNT-REJECTED                                 00063500
               DISPLAY 'DFSSAM21 INVOICE ' WI-VENDOR-CODE ' '           00063600
                   WI-INVOICE-NO ' ' WI-INVOICE-LINE                    00063700
                   ' - DATE, PO, QUANTITY OR PRICE NOT NUMERIC'         00063800
               GO TO NEW-INVOICE-LINE-EXIT.                             00063900
           IF WI-INVOICE-MONTH < 1 OR WI-INVOICE-MONTH > 12 OR          00064000
              WI-INVOICE-DAY < 1 OR WI-INVOICE-DAY > 31                 00064100
               ADD 1 TO WS-CNT-REJECTED                                 00064200
               DISPLAY 'DFSSAM21 INVOICE ' WI-VENDOR-CODE ' '           00064300
                   WI-INVOICE-NO ' ' WI-INVOICE-LINE                    00064400
                   ' - INVOICE DATE ' WI-INVOICE-DATE ' NOT VALID'      00064500
               GO TO NEW-INVOICE-LINE-EXIT.                             00064600
           PERFORM MATCH-INVOICE-LINE THRU MATCH-INVOICE-EXIT.          00064700
           IF WS-REASON = SPACES                                        00064800
               PERFORM RELEASE-INVOICE-LINE THRU RELEASE-INVOICE-EXIT   00064900
               ADD 1 TO WS-CNT-MATCHED                                  00065000
               GO TO NEW-INVOICE-LINE-EXIT.                             00065100
           IF WS-HL-COUNT = 500                                         00065200
               DISPLAY 'DFSSAM21 HELD TABLE FULL AT INVOICE '           00065300
                   WI-VENDOR-CODE ' ' WI-INVOICE-NO                     00065400
                   ' - RUN STOPPED' UPON CONSOLE                        00065500
               MOVE 16 TO RETURN-CODE                                   00065600
               GOBACK.                                                  00065700
           ADD 1 TO WS-HL-COUNT.                                        00065800
           MOVE WS-INV-LINE TO WS-HL-DATA (WS-HL-COUNT).                00065900
           MOVE WS-REASON TO WS-HL-REASON (WS-HL-COUNT).                00066000
           MOVE SPACE TO WS-HL-STATUS (WS-HL-COUNT).                    00066100
           ADD 1 TO WS-CNT-HELD.                                        00066200
       NEW-INVOICE-LINE-EXIT.                                           00066300
           EXIT.                                                        00066400
                                                                        00066500
      *    PURCHASING MAY WAVE THROUGH A QUANTITY OR PRICE              00066600
      *    DIFFERENCE ONLY - THE LINE IS PAID AS INVOICED.  A LINE      00066700
      *    WITH NO RECEIPT, OR NO VENDOR TO PAY, STAYS HELD UNTIL       00066800
      *    THAT IS PUT RIGHT.  THE HELD FIGURES ARE USED, NOT ANY       00066900
      *    ON THE 'A' RECORD.                                           00067000
       ACCEPT-HELD-LINE.                                                00067100
           IF WS-HL-HIT = 0                                             00067200
               ADD 1 TO WS-CNT-REJECTED                                 00067300
               DISPLAY 'DFSSAM21 ACCEPT ' WI-VENDOR-CODE ' '            00067400
                   WI-INVOICE-NO ' ' WI-INVOICE-LINE                    00067500
                   ' - NO SUCH HELD LINE'                               00067600
               GO TO ACCEPT-HELD-EXIT.                                  00067700
           MOVE WS-HL-DATA (WS-HL-HIT) TO WS-INV-LINE.                  00067800
           PERFORM MATCH-INVOICE-LINE THRU MATCH-INVOICE-EXIT.          00067900
           IF WS-REASON NOT = SPACES AND                                00068000
              WS-REASON NOT = 'QT' AND                                  00068100
              WS-REASON NOT = 'PR'                                      00068200
               MOVE WS-REASON TO WS-HL-REASON (WS-HL-HIT)               00068300
               PERFORM FIND-REASON-TEXT THRU FIND-REASON-TEXT-EXIT      00068400
               ADD 1 TO WS-CNT-REJECTED                                 00068500
               DISPLAY 'DFSSAM21 ACCEPT ' WI-VENDOR-CODE ' '            00068600
                   WI-INVOICE-NO ' ' WI-INVOICE-LINE                    00068700
                   ' - STILL HELD: ' WS-REASON-TEXT                     00068800
               GO TO ACCEPT-HELD-EXIT.                                  00068900
           PERFORM RELEASE-INVOICE-LINE THRU RELEASE-INVOICE-EXIT.      00069000
           MOVE 'D' TO WS-HL-STATUS (WS-HL-HIT).                        00069100
           ADD 1 TO WS-CNT-ACCEPTED.                                    00069200
       ACCEPT-HELD-EXIT.                                                00069300
           EXIT.                                                        00069400
                                                                        00069500
      *    THE INVOICE GOES BACK TO THE VENDOR - NOTHING IS PAID        00069600
      *    AND THE LINE LEAVES THE POOL.                                00069700
       RETURN-HELD-LINE.                                                00069800
           IF WS-HL-HIT = 0                                             00069900
               ADD 1 TO WS-CNT-REJECTED                                 00070000
               DISPLAY 'DFSSAM21 RETURN ' WI-VENDOR-CODE ' '            00070100
                   WI-INVOICE-NO ' ' WI-INVOICE-LINE                    00070200
                   ' - NO SUCH HELD LINE'                               00070300
               GO TO RETURN-HELD-EXIT.                                  00070400
           MOVE 'D' TO WS-HL-STATUS (WS-HL-HIT).                        00070500
           ADD 1 TO WS-CNT-RETURNED.                                    00070600
           DISPLAY 'DFSSAM21 INVOICE ' WI-VENDOR-CODE ' '               00070700
               WI-INVOICE-NO ' ' WI-INVOICE-LINE                        00070800
               ' RETURNED TO VENDOR'.                                   00070900
       RETURN-HELD-EXIT.                                                00071000
           EXIT.                                                        00071100
                                                                        00071200
      *    LEAVES WS-REASON BLANK FOR A MATCH, OR THE FIRST REASON      00071300
      *    THE LINE FAILS ON.  WS-RV-HIT IS THE RECEIVED PO LINE        00071400
      *    ONCE ONE IS FOUND, AND THE VENLOOK AREAS HOLD THE            00071500
      *    VENDOR'S CURRENCY AND TERMS.                                 00071600
       MATCH-INVOICE-LINE.                                              00071700
           MOVE SPACES TO WS-REASON.                                    00071800
           MOVE 0 TO WS-RV-HIT.                                         00071900
           MOVE WI-VENDOR-CODE TO WS-VEN-CODE.                          00072000
           CALL 'VENLOOK' USING WS-VEN-CODE WS-VEN-NAME                 00072100
               WS-VEN-ADDRESS WS-VEN-CONTACT WS-VEN-LEADTIME            00072200
               WS-VEN-CURRENCY WS-VEN-TERMS WS-VEN-RC.                  00072300
           IF WS-VEN-RC = '1'                                           00072400
               MOVE 'VM' TO WS-REASON                                   00072500
               GO TO MATCH-INVOICE-EXIT.                                00072600
           IF WS-VEN-RC NOT = '0'                                       00072700
               MOVE 'VU' TO WS-REASON                                   00072800
               GO TO MATCH-INVOICE-EXIT.                                00072900
                                                                        00073000
           MOVE WI-PO-NUMBER TO WS-FIND-PO.                             00073100
           MOVE WI-PART-NO TO WS-FIND-PART.                             00073200
           MOVE WI-INV-KEY TO WS-FIND-KEY.                              00073300
           PERFORM FIND-RECEIVED-LINE THRU FIND-RECEIVED-EXIT           00073400
               VARYING WS-R FROM 1 BY 1                                 00073500
               UNTIL WS-R > WS-RV-COUNT OR WS-RV-HIT > 0.               00073600
           IF WS-RV-HIT = 0                                             00073700
               MOVE 0 TO WS-OP-HIT                                      00073800
               PERFORM FIND-OPEN-PO-LINE THRU FIND-OPEN-PO-EXIT         00073900
                   VARYING WS-P FROM 1 BY 1                             00074000
                   UNTIL WS-P > WS-OP-COUNT OR WS-OP-HIT > 0            00074100
               IF WS-OP-HIT > 0                                         00074200
                   MOVE 'NR' TO WS-REASON                               00074300
                   GO TO MATCH-INVOICE-EXIT                             00074400
               ELSE                                                     00074500
                   MOVE 'PO' TO WS-REASON                               00074600
                   GO TO MATCH-INVOICE-EXIT.                            00074700
           IF WS-RV-VENDOR (WS-RV-HIT) NOT = WI-VENDOR-CODE             00074800
               MOVE 'VP' TO WS-REASON                                   00074900
               GO TO MATCH-INVOICE-EXIT.                                00075000
                                                                        00075100
           COMPUTE WS-UNINVOICED =                                      00075200
               WS-RV-RECEIVED (WS-RV-HIT) - WS-RV-INVOICED (WS-RV-HIT). 00075300
           IF WI-QUANTITY NOT > ZERO OR                                 00075400
              WI-QUANTITY > WS-UNINVOICED                               00075500
               MOVE 'QT' TO WS-REASON                                   00075600
               GO TO MATCH-INVOICE-EXIT.                                00075700
                                                                        00075800
      *    PO LINES CARRY NO PRICE - THE ORDER WAS PLACED AT THE        00075900
      *    STOKSTAT UNIT-PRICE, SO THAT IS WHAT THE INVOICE MEETS.      00076000
           MOVE WI-PART-NO TO VALUE-1.                                  00076100
           MOVE WI-INV-KEY TO VALUE-2.                                  00076200
           CALL 'CBLTDLI' USING GET-UNIQUE, DB-PCB, STOK-SRA,           00076300
               SSA1, SSA2.                                              00076400
           IF STATUS-CODE = 'GE'                                        00076500
               MOVE 'SR' TO WS-REASON                                   00076600
               GO TO MATCH-INVOICE-EXIT.                                00076700
           IF STATUS-CODE NOT = '  '                                    00076800
               DISPLAY 'DFSSAM21 UNRESOLVED STATUS CODE '               00076900
                   STATUS-CODE ' ON GU' UPON CONSOLE                    00077000
               MOVE 16 TO RETURN-CODE                                   00077100
               GOBACK.                                                  00077200
           COMPUTE WS-PRICE-DIFF = WI-UNIT-PRICE - UNIT-PRICE.          00077300
           IF WS-PRICE-DIFF < ZERO                                      00077400
               COMPUTE WS-PRICE-DIFF = ZERO - WS-PRICE-DIFF.            00077500
           COMPUTE WS-PRICE-LIMIT ROUNDED =                             00077600
               UNIT-PRICE * WS-TOLERANCE / 100.                         00077700
           IF WS-PRICE-DIFF > WS-PRICE-LIMIT                            00077800
               MOVE 'PR' TO WS-REASON.                                  00077900
       MATCH-INVOICE-EXIT.                                              00078000
           EXIT.                                                        00078100
                                                                        00078200
      *    NEXT VOUCHER, PAID AT THE INVOICED PRICE IN THE VENDOR'S     00078300
      *    CURRENCY ON THE VENDOR'S TERMS.                              00078400
       RELEASE-INVOICE-LINE.                                            00078500
           IF WS-RV-HIT > 0                                             00078600
               ADD WI-QUANTITY TO WS-RV-INVOICED (WS-RV-HIT).           00078700
           ADD 1 TO WS-LAST-VOUCHER.                                    00078800
           MOVE SPACES TO APOUT-RECORD.                                 00078900
           MOVE WS-LAST-VOUCHER TO AP-VOUCHER-NO.                       00079000
           MOVE WI-VENDOR-CODE TO AP-VENDOR-CODE.                       00079100
           MOVE WI-INVOICE-NO TO AP-INVOICE-NO.                         00079200
           MOVE WI-INVOICE-LINE TO AP-INVOICE-LINE.                     00079300
           MOVE WI-INVOICE-DATE TO AP-INVOICE-DATE.                     00079400
           MOVE WI-PO-NUMBER TO AP-PO-NUMBER.                           00079500
           MOVE WI-QUANTITY TO AP-QUANTITY.                             00079600
           COMPUTE AP-AMOUNT ROUNDED = WI-QUANTITY * WI-UNIT-PRICE.     00079700
           MOVE WS-VEN-CURRENCY TO AP-CURRENCY.                         00079800
           MOVE WS-VEN-TERMS TO AP-PAYTERMS.                            00079900
           WRITE APOUT-RECORD.                                          00080000
       RELEASE-INVOICE-EXIT.                                            00080100
           EXIT.                                                        00080200
                                                                        00080300
      *    A RECEIVED LINE LEAVES THE POOL ONCE IT IS FULLY             00080400
      *    INVOICED AND THE PO LINE HAS CLOSED - WHILE IT IS OPEN       00080500
      *    MORE GOODS, AND SO MORE INVOICES, CAN STILL COME.            00080600
       WRITE-MATCH-POOL.                                                00080700
           MOVE SPACES TO MATCHOUT-RECORD.                              00080800
           MOVE 'C' TO MO-REC-TYPE.                                     00080900
           MOVE WS-LAST-VOUCHER TO MO-LAST-VOUCHER.                     00081000
           WRITE MATCHOUT-RECORD.                                       00081100
           PERFORM WRITE-ONE-RECEIVED THRU WRITE-ONE-RECEIVED-EXIT      00081200
               VARYING WS-R FROM 1 BY 1                                 00081300
               UNTIL WS-R > WS-RV-COUNT.                                00081400
           PERFORM WRITE-ONE-HELD THRU WRITE-ONE-HELD-EXIT              00081500
               VARYING WS-H FROM 1 BY 1                                 00081600
               UNTIL WS-H > WS-HL-COUNT.                                00081700
       WRITE-MATCH-POOL-EXIT.                                           00081800
           EXIT.                                                        00081900
                                                                        00082000
       WRITE-ONE-RECEIVED.                                              00082100
           IF WS-RV-INVOICED (WS-R) NOT < WS-RV-RECEIVED (WS-R)         00082200
               MOVE WS-RV-PO-NUMBER (WS-R) TO WS-FIND-PO                00082300
               MOVE WS-RV-PART (WS-R) TO WS-FIND-PART                   00082400
               MOVE WS-RV-KEY (WS-R) TO WS-FIND-KEY                     00082500
               MOVE 0 TO WS-OP-HIT                                      00082600
               PERFORM FIND-OPEN-PO-LINE THRU FIND-OPEN-PO-EXIT         00082700
                   VARYING WS-P FROM 1 BY 1                             00082800
                   UNTIL WS-P > WS-OP-COUNT OR WS-OP-HIT > 0            00082900
               IF WS-OP-HIT = 0                                         00083000
                   GO TO WRITE-ONE-RECEIVED-EXIT.                       00083100
           MOVE SPACES TO MATCHOUT-RECORD.                              00083200
           MOVE 'G' TO MO-REC-TYPE.                                     00083300
           MOVE WS-RV-PO-NUMBER (WS-R) TO MO-PO-NUMBER.                 00083400
           MOVE WS-RV-VENDOR (WS-R) TO MO-VENDOR-CODE.                  00083500
           MOVE WS-RV-PART (WS-R) TO MO-PART-NO.                        00083600
           MOVE WS-RV-KEY (WS-R) TO MO-INV-KEY.                         00083700
           MOVE WS-RV-RECEIVED (WS-R) TO MO-QTY-RECEIVED.               00083800
           MOVE WS-RV-INVOICED (WS-R) TO MO-QTY-INVOICED.               00083900
           WRITE MATCHOUT-RECORD.                                       00084000
       WRITE-ONE-RECEIVED-EXIT.                                         00084100
           EXIT.                                                        00084200
                                                                        00084300
       WRITE-ONE-HELD.                                                  00084400
           IF WS-HL-STATUS (WS-H) = 'D'                                 00084500
               MOVE 'Y' TO WS-HL-LISTED (WS-H)                          00084600
               GO TO WRITE-ONE-HELD-EXIT.                               00084700
           MOVE 'N' TO WS-HL-LISTED (WS-H).                             00084800
           ADD 1 TO WS-CNT-STILL-HELD.                                  00084900
           MOVE SPACES TO MATCHOUT-RECORD.                              00085000
           MOVE 'H' TO MO-REC-TYPE.                                     00085100
           MOVE WS-HL-DATA (WS-H) TO MO-LINE-DATA.                      00085200
           MOVE WS-HL-REASON (WS-H) TO MO-REASON.                       00085300
           WRITE MATCHOUT-RECORD.                                       00085400
       WRITE-ONE-HELD-EXIT.                                             00085500
           EXIT.                                                        00085600
                                                                        00085700
      *    EXCEPTION REPORT FOR PURCHASING - THE FIRST UNLISTED         00085800
      *    HELD LINE NAMES THE VENDOR, THEN EVERY HELD LINE FOR         00085900
      *    THAT VENDOR IS LISTED UNDER IT.                              00086000
       REPORT-HELD-LINES.                                               00086100
           IF WS-CNT-STILL-HELD = 0                                     00086200
               GO TO REPORT-HELD-EXIT.                                  00086300
           DISPLAY ' '.                                                 00086400
           DISPLAY 'DFSSAM21 INVOICE LINES HELD FOR PURCHASING'.        00086500
           PERFORM REPORT-ONE-VENDOR THRU REPORT-ONE-VENDOR-EXIT        00086600
               VARYING WS-H FROM 1 BY 1                                 00086700
               UNTIL WS-H > WS-HL-COUNT.                                00086800
       REPORT-HELD-EXIT.                                                00086900
           EXIT.                                                        00087000
                                                                        00087100
       REPORT-ONE-VENDOR.                                               00087200
           IF WS-HL-LISTED (WS-H) = 'Y'                                 00087300
               GO TO REPORT-ONE-VENDOR-EXIT.                            00087400
           MOVE WS-HL-VENDOR-CODE (WS-H) TO WS-CURR-VENDOR.             00087500
           MOVE 0 TO WS-VENDOR-LINES.                                   00087600
           DISPLAY ' '.                                                 00087700
           MOVE WS-CURR-VENDOR TO WS-VEN-CODE.                          00087800
           CALL 'VENLOOK' USING WS-VEN-CODE WS-VEN-NAME                 00087900
               WS-VEN-ADDRESS WS-VEN-CONTACT WS-VEN-LEADTIME            00088000
               WS-VEN-CURRENCY WS-VEN-TERMS WS-VEN-RC.                  00088100
           IF WS-VEN-RC = '0'                                           00088200
               DISPLAY 'VENDOR ' WS-CURR-VENDOR ' ' WS-VEN-NAME         00088300
               DISPLAY '  CONTACT ' WS-VEN-CONTACT                      00088400
           ELSE                                                         00088500
               DISPLAY 'VENDOR ' WS-CURR-VENDOR                         00088600
                   ' - DETAILS NOT ON MASTER'.                          00088700
           PERFORM REPORT-VENDOR-LINE THRU REPORT-VENDOR-LINE-EXIT      00088800
               VARYING WS-J FROM 1 BY 1                                 00088900
               UNTIL WS-J > WS-HL-COUNT.                                00089000
           DISPLAY '  LINES HELD: ' WS-VENDOR-LINES.                    00089100
       REPORT-ONE-VENDOR-EXIT.                                          00089200
           EXIT.                                                        00089300
                                                                        00089400
       REPORT-VENDOR-LINE.                                              00089500
           IF WS-HL-LISTED (WS-J) = 'Y'                                 00089600
               GO TO REPORT-VENDOR-LINE-EXIT.                           00089700
           IF WS-HL-VENDOR-CODE (WS-J) NOT = WS-CURR-VENDOR             00089800
               GO TO REPORT-VENDOR-LINE-EXIT.                           00089900
           MOVE WS-HL-DATA (WS-J) TO WS-INV-LINE.                       00090000
           MOVE WS-HL-REASON (WS-J) TO WS-REASON.                       00090100
           PERFORM FIND-REASON-TEXT THRU FIND-REASON-TEXT-EXIT.         00090200
           MOVE WI-QUANTITY TO WS-DISP-QTY.                             00090300
           MOVE WI-UNIT-PRICE TO WS-DISP-PRICE.                         00090400
           DISPLAY '  INVOICE ' WI-INVOICE-NO ' LINE '                  00090500
               WI-INVOICE-LINE ' PO ' WI-PO-NUMBER ' PART '             00090600
               WI-PART-NO ' ' WI-INV-KEY.                               00090700
           DISPLAY '      QTY ' WS-DISP-QTY ' PRICE ' WS-DISP-PRICE     00090800
               ' - ' WS-REASON-TEXT.                                    00090900
           MOVE 'Y' TO WS-HL-LISTED (WS-J).                             00091000
           ADD 1 TO WS-VENDOR-LINES.                                    00091100
       REPORT-VENDOR-LINE-EXIT.                                         00091200
           EXIT.                                                        00091300
                                                                        00091400
       FIND-REASON-TEXT.                                                00091500
           MOVE 'REASON CODE NOT KNOWN' TO WS-REASON-TEXT.              00091600
           PERFORM CHECK-REASON-CODE THRU CHECK-REASON-CODE-EXIT        00091700
               VARYING WS-T FROM 1 BY 1                                 00091800
               UNTIL WS-T > 8.                                          00091900
       FIND-REASON-TEXT-EXIT.                                           00092000
           EXIT.                                                        00092100
                                                                        00092200
       CHECK-REASON-CODE.                                               00092300
           IF WS-RT-CODE (WS-T) = WS-REASON                             00092400
               MOVE WS-RT-TEXT (WS-T) TO WS-REASON-TEXT.                00092500
       CHECK-REASON-CODE-EXIT.                                          00092600
           EXIT.                                                        00092700
                                                                        00092800
       END PROGRAM DFSSAM21.                                            00092900
