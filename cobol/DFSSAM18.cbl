       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.    DFSSAM18.                                         00000200
      *                                                                 00000300
      *          ONE-OFF DATE CONVERSION FOR THE PARTS INVENTORY.       00000400
      *          THE STOKSTAT LAST CYCLE-COUNT AND LAST TRANSACTION     00000500
      *          DAYS, THE BACKORDR OPEN DAY, THE MOVEMENT DATE AND     00000600
      *          THE IN-TRANSIT DISPATCH DAY WERE CARRIED AS A DAY OF   00000700
      *          THE YEAR (OR YYDDD) WITH NO CENTURY, SO AGEING AND     00000800
      *          TREND WORK WRAPPED AT YEAR END.  THEY ARE NOW FULL     00000900
      *          YYYYDDD JULIAN DATES.  THIS DLI BATCH PROGRAM SWEEPS   00001000
      *          PARTFILE IN HIERARCHIC SEQUENCE AND UNLOADS EVERY      00001100
      *          SEGMENT AS DFSSAM01 LOAD CARDS (SEGMENT NAME ON THE    00001200
      *          FIRST CARD, 67 BYTES OF DATA PER CARD), REFORMATTING   00001300
      *          THE DATES ON THE WAY: STOKSTAT'S GO INTO THE FOURTEEN  00001400
      *          RESERVED BYTES AHEAD OF THE OLD ONES, WHICH ARE        00001500
      *          BLANKED, AND BACKORDR'S OPEN DATE WIDENS INTO THE      00001600
      *          SPARE BYTES AFTER IT, SO NO SEGMENT CHANGES LENGTH     00001700
      *          AND THE DBD STANDS.  STANINFO'S MAKE SPAN IS ALSO      00001800
      *          COPIED WHERE DFSSAM01 PICKS IT UP FROM ON LOAD.  THE   00001900
      *          MOVEMENT AND IN-TRANSIT FILES ARE COPIED TO NEW        00002000
      *          GENERATIONS WITH THE WIDER DATE; EITHER MAY BE DD      00002100
      *          DUMMY IF IT IS BEING CONVERTED SEPARATELY.             00002200
      *          AN OLD DATE WITHOUT A YEAR IS TAKEN AS THIS YEAR, OR   00002300
      *          LAST YEAR WHEN THAT WOULD PUT IT IN THE FUTURE; A      00002400
      *          YYDDD DATE TAKES THIS CENTURY, OR THE LAST ONE ON      00002500
      *          THE SAME TEST.  A BLANK, ZERO OR NON-NUMERIC DATE      00002600
      *          BECOMES ZERO, AS A NEW RECORD HAS IT.                  00002700
      *          RUN ORDER - STOP THE ONLINE INVENTORY TRANSACTIONS     00002800
      *          AND THE BMPS, RUN DFSSAM18, DELETE AND DEFINE THE      00002900
      *          PARTFILE DATA SETS, RELOAD WITH DFSSAM01 FROM THE      00003000
      *          UNLOAD FILE, THEN CATALOGUE MOVENEW AND INTRNEW AS     00003100
      *          THE CURRENT MOVEMENT AND IN-TRANSIT GENERATIONS        00003200
      *          BEFORE THE NEW PROGRAMS ARE PUT IN.  A NONZERO         00003300
      *          RETURN CODE MEANS THE UNLOAD IS NOT TO BE RELOADED.    00003400
      *                                                                 00003500
       ENVIRONMENT DIVISION.                                            00003600
       CONFIGURATION SECTION.                                           00003700
       SOURCE-COMPUTER.  IBM-370.                                       00003800
       OBJECT-COMPUTER.  IBM-370.                                       00003900
       INPUT-OUTPUT SECTION.                                            00004000
       FILE-CONTROL.                                                    00004100
           SELECT UNLOAD ASSIGN TO UNLOAD                               00004200
               FILE STATUS IS UNLOAD-STATUS                             00004300
               ORGANIZATION IS SEQUENTIAL.                              00004400
           SELECT MOVEOLD ASSIGN TO MOVEOLD                             00004500
               FILE STATUS IS MOVEOLD-STATUS                            00004600
               ORGANIZATION IS SEQUENTIAL.                              00004700
           SELECT MOVENEW ASSIGN TO MOVENEW                             00004800
               FILE STATUS IS MOVENEW-STATUS                            00004900
               ORGANIZATION IS SEQUENTIAL.                              00005000
           SELECT INTROLD ASSIGN TO INTROLD                             00005100
               FILE STATUS IS INTROLD-STATUS                            00005200
               ORGANIZATION IS SEQUENTIAL.                              00005300
           SELECT INTRNEW ASSIGN TO INTRNEW                             00005400
               FILE STATUS IS INTRNEW-STATUS                            00005500
               ORGANIZATION IS SEQUENTIAL.                              00005600
                                                                        00005700
       DATA DIVISION.                                                   00005800
       FILE SECTION.                                                    00005900
      *    SAME 80-BYTE CARD DFSSAM01 READS.                            00006000
       FD  UNLOAD RECORDING MODE F.                                     00006100
       01  UNLOAD-RECORD.                                               00006200
           02  UL-SEG-NAME         PICTURE X(8).                        00006300
           02  FILLER              PICTURE X.                           00006400
           02  UL-DATA             PICTURE X(67).                       00006500
           02  UL-SEQUENCE-NO      PICTURE 9(4).                        00006600
                                                                        00006700
      *    MOVEMENT RECORD AS DFSSAM04/DFSSAM06 WROTE IT BEFORE.        00006800
       FD  MOVEOLD RECORDING MODE F.                                    00006900
       01  MOVEOLD-RECORD.                                              00007000
           02  MO-PART-NO          PICTURE X(15).                       00007100
           02  MO-INV-KEY          PICTURE X(8).                        00007200
           02  MO-TRANS-TYPE       PICTURE X(2).                        00007300
           02  MO-QUANTITY         PICTURE S9(7)V9.                     00007400
           02  MO-DATE             PICTURE X(5).                        00007500
           02  MO-TERMINAL         PICTURE X(8).                        00007600
           02  FILLER              PICTURE X(34).                       00007700
                                                                        00007800
      *    SAME 80-BYTE MOVEMENT LAYOUT DFSSAM04/DFSSAM06 NOW WRITE.    00007900
       FD  MOVENEW RECORDING MODE F.                                    00008000
       01  MOVENEW-RECORD.                                              00008100
           02  MV-PART-NO          PICTURE X(15).                       00008200
           02  MV-INV-KEY          PICTURE X(8).                        00008300
           02  MV-TRANS-TYPE       PICTURE X(2).                        00008400
           02  MV-QUANTITY         PICTURE S9(7)V9.                     00008500
           02  MV-DATE             PICTURE 9(7).                        00008600
           02  MV-TERMINAL         PICTURE X(8).                        00008700
           02  FILLER              PICTURE X(32).                       00008800
                                                                        00008900
      *    IN-TRANSIT RECORD AS DFSSAM16 CARRIED IT BEFORE.             00009000
       FD  INTROLD RECORDING MODE F.                                    00009100
       01  INTROLD-RECORD.                                              00009200
           02  TI-TRANSFER-REF     PICTURE X(8).                        00009300
           02  TI-PART-NO          PICTURE X(15).                       00009400
           02  TI-FROM-KEY         PICTURE X(8).                        00009500
           02  TI-TO-KEY           PICTURE X(8).                        00009600
           02  TI-QUANTITY         PICTURE S9(7)V9.                     00009700
           02  TI-DISPATCH-MDAY    PICTURE X(3).                        00009800
           02  FILLER              PICTURE X(30).                       00009900
                                                                        00010000
      *    SAME IN-TRANSIT LAYOUT DFSSAM16 NOW CARRIES.                 00010100
       FD  INTRNEW RECORDING MODE F.                                    00010200
       01  INTRNEW-RECORD.                                              00010300
           02  TO-TRANSFER-REF     PICTURE X(8).                        00010400
           02  TO-PART-NO          PICTURE X(15).                       00010500
           02  TO-FROM-KEY         PICTURE X(8).                        00010600
           02  TO-TO-KEY           PICTURE X(8).                        00010700
           02  TO-QUANTITY         PICTURE S9(7)V9.                     00010800
           02  TO-DISPATCH-DATE    PICTURE 9(7).                        00010900
           02  FILLER              PICTURE X(26).                       00011000
                                                                        00011100
       WORKING-STORAGE SECTION.                                         00011200
       77  UNLOAD-STATUS           PICTURE 99.                          00011300
       77  MOVEOLD-STATUS          PICTURE 99.                          00011400
       77  MOVENEW-STATUS          PICTURE 99.                          00011500
       77  INTROLD-STATUS          PICTURE 99.                          00011600
       77  INTRNEW-STATUS          PICTURE 99.                          00011700
       77  WS-MOVE-EOF-SW          PICTURE X VALUE 'N'.                 00011800
           88  WS-MOVE-EOF                   VALUE 'Y'.                 00011900
       77  WS-INTR-EOF-SW          PICTURE X VALUE 'N'.                 00012000
           88  WS-INTR-EOF                   VALUE 'Y'.                 00012100
       77  WS-UNLOAD-STOP-SW       PICTURE X VALUE 'N'.                 00012200
           88  WS-UNLOAD-STOP                VALUE 'Y'.                 00012300
                                                                        00012400
       77  GET-NEXT, PICTURE XXXX, VALUE 'GN  '.                        00012500
                                                                        00012600
      *    SEGMENT LENGTHS AS DFSSAM01 INSERTS THEM.                    00012700
       77  WS-SEG-LEN              PICTURE S9(4) COMP VALUE 0.          00012800
       77  WS-CARD-NO              PICTURE S9(4) COMP VALUE 0.          00012900
       77  WS-CARDS-NEEDED         PICTURE S9(4) COMP VALUE 0.          00013000
                                                                        00013100
       77  WS-CNT-SEGMENTS         PICTURE 9(7) VALUE 0.                00013200
       77  WS-CNT-CARDS            PICTURE 9(7) VALUE 0.                00013300
       77  WS-CNT-STOKSTAT         PICTURE 9(7) VALUE 0.                00013400
       77  WS-CNT-BACKORDR         PICTURE 9(7) VALUE 0.                00013500
       77  WS-CNT-MOVEMENTS        PICTURE 9(7) VALUE 0.                00013600
       77  WS-CNT-IN-TRANSIT       PICTURE 9(7) VALUE 0.                00013700
       77  WS-CNT-ZEROED           PICTURE 9(7) VALUE 0.                00013800
                                                                        00013900
      *    ONE SEGMENT, UP TO THREE LOAD CARDS LONG.                    00014000
       01  SEG-IO-AREA             PICTURE X(201).                      00014100
       01  SEG-CARD-VIEW  REDEFINES SEG-IO-AREA.                        00014200
           02  SEG-CARD-DATA       PICTURE X(67) OCCURS 3 TIMES.        00014300
      *    STOKSTAT - THE FOURTEEN RESERVED BYTES AT 58-71 TAKE THE     00014400
      *    FULL DATES, THE OLD DAY-OF-YEAR PAIR AT 72-77 IS BLANKED.    00014500
       01  STOK-VIEW  REDEFINES SEG-IO-AREA.                            00014600
           02  FILLER              PICTURE X(57).                       00014700
           02  SK-LAST-CYC-DATE    PICTURE 9(7).                        00014800
           02  SK-LAST-TRANS-DATE  PICTURE 9(7).                        00014900
           02  SK-OLD-CYC-MDAY     PICTURE X(3).                        00015000
           02  SK-OLD-TRANS-MDAY   PICTURE X(3).                        00015100
           02  FILLER              PICTURE X(124).                      00015200
      *    STANINFO - DFSSAM01 MOVES THE UNSIGNED SPAN AT 71-73 INTO    00015300
      *    THE SIGNED ONE AT 62-64 ON LOAD, SO IT IS SET FROM IT HERE.  00015400
       01  STAN-VIEW  REDEFINES SEG-IO-AREA.                            00015500
           02  FILLER              PICTURE X(61).                       00015600
           02  SN-MAKE-SPAN        PICTURE S9(3).                       00015700
           02  FILLER              PICTURE X(6).                        00015800
           02  SN-LOAD-MAKE-SPAN   PICTURE 9(3).                        00015900
           02  FILLER              PICTURE X(128).                      00016000
      *    BACKORDR - THE OPEN DAY AT 11-13 WIDENS TO 11-17.            00016100
       01  BACK-OLD-VIEW  REDEFINES SEG-IO-AREA.                        00016200
           02  FILLER              PICTURE X(10).                       00016300
           02  BO-OLD-MDAY         PICTURE X(3).                        00016400
           02  FILLER              PICTURE X(188).                      00016500
       01  BACK-NEW-VIEW  REDEFINES SEG-IO-AREA.                        00016600
           02  FILLER              PICTURE X(10).                       00016700
           02  BO-OPEN-DATE        PICTURE 9(7).                        00016800
           02  FILLER              PICTURE X(184).                      00016900
                                                                        00017000
      *    DATE CONVERSION WORK AREAS.  WS-OLD-DATE HOLDS THE OLD       00017100
      *    VALUE RIGHT-JUSTIFIED - YYDDD, OR 00DDD WITH NO YEAR.        00017200
       01  WS-TODAY-DAY.                                                00017300
           02  WS-TODAY-CC         PICTURE 99.                          00017400
           02  WS-TODAY-YY         PICTURE 99.                          00017500
           02  WS-TODAY-DDD        PICTURE 999.                         00017600
       01  WS-TODAY-DATE  REDEFINES WS-TODAY-DAY PICTURE 9(7).          00017700
       01  WS-OLD-IN               PICTURE X(5).                        00017800
       01  WS-OLD-IN-3  REDEFINES WS-OLD-IN.                            00017900
           02  WS-OLD-IN-DDD       PICTURE X(3).                        00018000
           02  FILLER              PICTURE X(2).                        00018100
       01  WS-OLD-DATE.                                                 00018200
           02  WS-OLD-YY           PICTURE 99.                          00018300
           02  WS-OLD-DDD          PICTURE 999.                         00018400
       01  WS-OLD-DATE-N  REDEFINES WS-OLD-DATE PICTURE 9(5).           00018500
       01  WS-NEW-DATE.                                                 00018600
           02  WS-NEW-YYYY         PICTURE 9(4).                        00018700
           02  WS-NEW-DDD          PICTURE 999.                         00018800
       01  WS-NEW-DATE-N  REDEFINES WS-NEW-DATE PICTURE 9(7).           00018900
                                                                        00019000
       LINKAGE SECTION.                                                 00019100
       01  DB-PCB.                                                      00019200
           02  DBASE-NAME   PICTURE X(8).                               00019300
           02  SEGMENT-INDR PICTURE XX.                                 00019400
           02  STATUS-CODE  PICTURE XX.                                 00019500
           02  PROC-OPTIONS PICTURE XXXX.                               00019600
           02  DLI-RESERVED PICTURE XXXX.                               00019700
           02  SEG-FEEDBACK PICTURE X(8).                               00019800
           02  KEY-FEEDBACK-LENGTH PICTURE XXXX.                        00019900
           02  NO-OF-SENSEG-TYPES  PICTURE XXXX.                        00020000
           02  KEY-FEEDBACK PICTURE X(31).                              00020100
                                                                        00020200
       PROCEDURE DIVISION.                                              00020300
       MAIN-RTN.                                                        00020400
           ENTRY 'DLITCBL' USING DB-PCB.                                00020500
           ACCEPT WS-TODAY-DATE FROM DAY YYYYDDD.                       00020600
           DISPLAY 'DFSSAM18 INVENTORY DATE CONVERSION STARTED'         00020700
               UPON CONSOLE.                                            00020800
           OPEN OUTPUT UNLOAD.                                          00020900
           IF UNLOAD-STATUS NOT = 0                                     00021000
               DISPLAY 'DFSSAM18 FILE STATUS AT OPEN UNLOAD '           00021100
                   UNLOAD-STATUS UPON CONSOLE                           00021200
               MOVE 16 TO RETURN-CODE                                   00021300
               GOBACK.                                                  00021400
                                                                        00021500
           PERFORM UNLOAD-DATA-BASE THRU UNLOAD-EXIT.                   00021600
           CLOSE UNLOAD.                                                00021700
           IF RETURN-CODE NOT = 0                                       00021800
               GOBACK.                                                  00021900
                                                                        00022000
           PERFORM CONVERT-MOVEMENTS THRU CONVERT-MOVE-EXIT.            00022100
           IF RETURN-CODE NOT = 0                                       00022200
               GOBACK.                                                  00022300
           PERFORM CONVERT-IN-TRANSIT THRU CONVERT-INTR-EXIT.           00022400
           IF RETURN-CODE NOT = 0                                       00022500
               GOBACK.                                                  00022600
                                                                        00022700
           DISPLAY '-----------------------------------------------'.   00022800
           DISPLAY 'DFSSAM18 INVENTORY DATE CONVERSION'.                00022900
           DISPLAY 'SEGMENTS UNLOADED..........: ' WS-CNT-SEGMENTS.     00023000
           DISPLAY 'LOAD CARDS WRITTEN.........: ' WS-CNT-CARDS.        00023100
           DISPLAY 'STOKSTAT DATES CONVERTED...: ' WS-CNT-STOKSTAT.     00023200
           DISPLAY 'BACKORDR DATES CONVERTED...: ' WS-CNT-BACKORDR.     00023300
           DISPLAY 'MOVEMENTS CONVERTED........: ' WS-CNT-MOVEMENTS.    00023400
           DISPLAY 'IN-TRANSIT CONVERTED.......: ' WS-CNT-IN-TRANSIT.   00023500
           DISPLAY 'DATES UNUSABLE, SET ZERO...: ' WS-CNT-ZEROED.       00023600
           DISPLAY '-----------------------------------------------'.   00023700
           DISPLAY 'DFSSAM18 INVENTORY DATE CONVERSION ENDED'           00023800
               UPON CONSOLE.                                            00023900
           GOBACK.                                                      00024000
                                                                        00024100
      *    THE WHOLE DATA BASE, UNQUALIFIED GN IN HIERARCHIC            00024200
      *    SEQUENCE - THE ORDER DFSSAM01 NEEDS TO LOAD IT BACK.         00024300
       UNLOAD-DATA-BASE.                                                00024400
           MOVE SPACES TO SEG-IO-AREA.                                  00024500
           CALL 'CBLTDLI' USING GET-NEXT, DB-PCB, SEG-IO-AREA.          00024600
           PERFORM UNLOAD-ONE-SEGMENT THRU UNLOAD-ONE-EXIT              00024700
               UNTIL STATUS-CODE NOT = SPACES OR WS-UNLOAD-STOP.        00024800
           IF WS-UNLOAD-STOP                                            00024900
               MOVE 16 TO RETURN-CODE                                   00025000
               GO TO UNLOAD-EXIT.                                       00025100
           IF STATUS-CODE NOT = 'GB'                                    00025200
               DISPLAY 'DFSSAM18 BAD STATUS ' STATUS-CODE               00025300
                   ' ON GN CALL AFTER ' SEG-FEEDBACK UPON CONSOLE       00025400
               MOVE 16 TO RETURN-CODE.                                  00025500
       UNLOAD-EXIT.                                                     00025600
           EXIT.                                                        00025700
                                                                        00025800
       UNLOAD-ONE-SEGMENT.                                              00025900
           MOVE 0 TO WS-SEG-LEN.                                        00026000
           IF SEG-FEEDBACK = 'PARTROOT'                                 00026100
               MOVE 50 TO WS-SEG-LEN.                                   00026200
           IF SEG-FEEDBACK = 'STANINFO'                                 00026300
               MOVE 85 TO WS-SEG-LEN                                    00026400
               MOVE SN-MAKE-SPAN TO SN-LOAD-MAKE-SPAN.                  00026500
           IF SEG-FEEDBACK = 'STOKSTAT'                                 00026600
               MOVE 160 TO WS-SEG-LEN                                   00026700
               PERFORM REFORMAT-STOKSTAT THRU REFORMAT-STOK-EXIT.       00026800
           IF SEG-FEEDBACK = 'CYCCOUNT'                                 00026900
               MOVE 25 TO WS-SEG-LEN.                                   00027000
           IF SEG-FEEDBACK = 'BACKORDR'                                 00027100
               MOVE 75 TO WS-SEG-LEN                                    00027200
               PERFORM REFORMAT-BACKORDR THRU REFORMAT-BACK-EXIT.       00027300
           IF WS-SEG-LEN = 0                                            00027400
               DISPLAY 'DFSSAM18 SEGMENT ' SEG-FEEDBACK                 00027500
                   ' NOT KNOWN TO THE LOAD PROGRAM' UPON CONSOLE        00027600
               MOVE 'Y' TO WS-UNLOAD-STOP-SW                            00027700
               GO TO UNLOAD-ONE-EXIT.                                   00027800
           ADD 1 TO WS-CNT-SEGMENTS.                                    00027900
           COMPUTE WS-CARDS-NEEDED = (WS-SEG-LEN + 66) / 67.            00028000
           PERFORM WRITE-LOAD-CARD THRU WRITE-CARD-EXIT                 00028100
               VARYING WS-CARD-NO FROM 1 BY 1                           00028200
               UNTIL WS-CARD-NO > WS-CARDS-NEEDED OR WS-UNLOAD-STOP.    00028300
           IF WS-UNLOAD-STOP                                            00028400
               GO TO UNLOAD-ONE-EXIT.                                   00028500
           MOVE SPACES TO SEG-IO-AREA.                                  00028600
           CALL 'CBLTDLI' USING GET-NEXT, DB-PCB, SEG-IO-AREA.          00028700
       UNLOAD-ONE-EXIT.                                                 00028800
           EXIT.                                                        00028900
                                                                        00029000
      *    ONLY THE FIRST CARD OF A SEGMENT CARRIES ITS NAME -          00029100
      *    DFSSAM01 TAKES A BLANK NAME AS A CONTINUATION.               00029200
       WRITE-LOAD-CARD.                                                 00029300
           MOVE SPACES TO UNLOAD-RECORD.                                00029400
           IF WS-CARD-NO = 1                                            00029500
               MOVE SEG-FEEDBACK TO UL-SEG-NAME.                        00029600
           MOVE SEG-CARD-DATA (WS-CARD-NO) TO UL-DATA.                  00029700
           ADD 1 TO WS-CNT-CARDS.                                       00029800
           MOVE WS-CNT-CARDS TO UL-SEQUENCE-NO.                         00029900
           WRITE UNLOAD-RECORD.                                         00030000
           IF UNLOAD-STATUS NOT = 0                                     00030100
               DISPLAY 'DFSSAM18 FILE STATUS AT WRITE UNLOAD '          00030200
                   UNLOAD-STATUS UPON CONSOLE                           00030300
               MOVE 'Y' TO WS-UNLOAD-STOP-SW.                           00030400
       WRITE-CARD-EXIT.                                                 00030500
           EXIT.                                                        00030600
                                                                        00030700
       REFORMAT-STOKSTAT.                                               00030800
           MOVE SPACES TO WS-OLD-IN.                                    00030900
           MOVE SK-OLD-CYC-MDAY TO WS-OLD-IN-DDD.                       00031000
           PERFORM CONVERT-OLD-DATE THRU CONVERT-DATE-EXIT.             00031100
           MOVE WS-NEW-DATE-N TO SK-LAST-CYC-DATE.                      00031200
           MOVE SPACES TO WS-OLD-IN.                                    00031300
           MOVE SK-OLD-TRANS-MDAY TO WS-OLD-IN-DDD.                     00031400
           PERFORM CONVERT-OLD-DATE THRU CONVERT-DATE-EXIT.             00031500
           MOVE WS-NEW-DATE-N TO SK-LAST-TRANS-DATE.                    00031600
           MOVE SPACES TO SK-OLD-CYC-MDAY.                              00031700
           MOVE SPACES TO SK-OLD-TRANS-MDAY.                            00031800
           ADD 1 TO WS-CNT-STOKSTAT.                                    00031900
       REFORMAT-STOK-EXIT.                                              00032000
           EXIT.                                                        00032100
                                                                        00032200
       REFORMAT-BACKORDR.                                               00032300
           MOVE SPACES TO WS-OLD-IN.                                    00032400
           MOVE BO-OLD-MDAY TO WS-OLD-IN-DDD.                           00032500
           PERFORM CONVERT-OLD-DATE THRU CONVERT-DATE-EXIT.             00032600
           MOVE WS-NEW-DATE-N TO BO-OPEN-DATE.                          00032700
           ADD 1 TO WS-CNT-BACKORDR.                                    00032800
       REFORMAT-BACK-EXIT.                                              00032900
           EXIT.                                                        00033000
                                                                        00033100
       CONVERT-MOVEMENTS.                                               00033200
           OPEN INPUT MOVEOLD.                                          00033300
           IF MOVEOLD-STATUS NOT = 0                                    00033400
               DISPLAY 'DFSSAM18 FILE STATUS AT OPEN MOVEOLD '          00033500
                   MOVEOLD-STATUS UPON CONSOLE                          00033600
               MOVE 16 TO RETURN-CODE                                   00033700
               GO TO CONVERT-MOVE-EXIT.                                 00033800
           OPEN OUTPUT MOVENEW.                                         00033900
           IF MOVENEW-STATUS NOT = 0                                    00034000
               DISPLAY 'DFSSAM18 FILE STATUS AT OPEN MOVENEW '          00034100
                   MOVENEW-STATUS UPON CONSOLE                          00034200
               MOVE 16 TO RETURN-CODE                                   00034300
               CLOSE MOVEOLD                                            00034400
               GO TO CONVERT-MOVE-EXIT.                                 00034500
           READ MOVEOLD AT END MOVE 'Y' TO WS-MOVE-EOF-SW.              00034600
           PERFORM CONVERT-ONE-MOVEMENT THRU CONVERT-ONE-MOVE-EXIT      00034700
               UNTIL WS-MOVE-EOF.                                       00034800
           CLOSE MOVEOLD.                                               00034900
           CLOSE MOVENEW.                                               00035000
       CONVERT-MOVE-EXIT.                                               00035100
           EXIT.                                                        00035200
                                                                        00035300
      *    THE OLD DATE WAS YYDDD FROM THE ONLINE WRITERS AND A         00035400
      *    BARE DAY FROM THE BATCH ONES - CONVERT-OLD-DATE TAKES        00035500
      *    EITHER.                                                      00035600
       CONVERT-ONE-MOVEMENT.                                            00035700
           MOVE SPACES TO MOVENEW-RECORD.                               00035800
           MOVE MO-PART-NO TO MV-PART-NO.                               00035900
           MOVE MO-INV-KEY TO MV-INV-KEY.                               00036000
           MOVE MO-TRANS-TYPE TO MV-TRANS-TYPE.                         00036100
           MOVE MO-QUANTITY TO MV-QUANTITY.                             00036200
           MOVE MO-TERMINAL TO MV-TERMINAL.                             00036300
           MOVE MO-DATE TO WS-OLD-IN.                                   00036400
           PERFORM CONVERT-OLD-DATE THRU CONVERT-DATE-EXIT.             00036500
           MOVE WS-NEW-DATE-N TO MV-DATE.                               00036600
           WRITE MOVENEW-RECORD.                                        00036700
           ADD 1 TO WS-CNT-MOVEMENTS.                                   00036800
           READ MOVEOLD AT END MOVE 'Y' TO WS-MOVE-EOF-SW.              00036900
       CONVERT-ONE-MOVE-EXIT.                                           00037000
           EXIT.                                                        00037100
                                                                        00037200
       CONVERT-IN-TRANSIT.                                              00037300
           OPEN INPUT INTROLD.                                          00037400
           IF INTROLD-STATUS NOT = 0                                    00037500
               DISPLAY 'DFSSAM18 FILE STATUS AT OPEN INTROLD '          00037600
                   INTROLD-STATUS UPON CONSOLE                          00037700
               MOVE 16 TO RETURN-CODE                                   00037800
               GO TO CONVERT-INTR-EXIT.                                 00037900
           OPEN OUTPUT INTRNEW.                                         00038000
           IF INTRNEW-STATUS NOT = 0                                    00038100
               DISPLAY 'DFSSAM18 FILE STATUS AT OPEN INTRNEW '          00038200
                   INTRNEW-STATUS UPON CONSOLE                          00038300
               MOVE 16 TO RETURN-CODE                                   00038400
               CLOSE INTROLD                                            00038500
               GO TO CONVERT-INTR-EXIT.                                 00038600
           READ INTROLD AT END MOVE 'Y' TO WS-INTR-EOF-SW.              00038700
           PERFORM CONVERT-ONE-TRANSIT THRU CONVERT-ONE-INTR-EXIT       00038800
               UNTIL WS-INTR-EOF.                                       00038900
           CLOSE INTROLD.                                               00039000
           CLOSE INTRNEW.                                               00039100
       CONVERT-INTR-EXIT.                                               00039200
           EXIT.                                                        00039300
                                                                        00039400
       CONVERT-ONE-TRANSIT.                                             00039500
           MOVE SPACES TO INTRNEW-RECORD.                               00039600
           MOVE TI-TRANSFER-REF TO TO-TRANSFER-REF.                     00039700
           MOVE TI-PART-NO TO TO-PART-NO.                               00039800
           MOVE TI-FROM-KEY TO TO-FROM-KEY.                             00039900
           MOVE TI-TO-KEY TO TO-TO-KEY.                                 00040000
           MOVE TI-QUANTITY TO TO-QUANTITY.                             00040100
           MOVE SPACES TO WS-OLD-IN.                                    00040200
           MOVE TI-DISPATCH-MDAY TO WS-OLD-IN-DDD.                      00040300
           PERFORM CONVERT-OLD-DATE THRU CONVERT-DATE-EXIT.             00040400
           MOVE WS-NEW-DATE-N TO TO-DISPATCH-DATE.                      00040500
           WRITE INTRNEW-RECORD.                                        00040600
           ADD 1 TO WS-CNT-IN-TRANSIT.                                  00040700
           READ INTROLD AT END MOVE 'Y' TO WS-INTR-EOF-SW.              00040800
       CONVERT-ONE-INTR-EXIT.                                           00040900
           EXIT.                                                        00041000
                                                                        00041100
      *    WS-OLD-IN IS THE OLD FIELD LEFT-JUSTIFIED - THREE DIGITS     00041200
      *    FOR A BARE DAY, FIVE FOR YYDDD.  THE RESULT IS IN            00041300
      *    WS-NEW-DATE, ZERO WHEN THERE WAS NO USABLE DATE.             00041400
       CONVERT-OLD-DATE.                                                00041500
           MOVE ZERO TO WS-NEW-DATE-N.                                  00041600
           MOVE ZERO TO WS-OLD-DATE-N.                                  00041700
           IF WS-OLD-IN = SPACES                                        00041800
               GO TO CONVERT-DATE-EXIT.                                 00041900
           IF WS-OLD-IN NUMERIC                                         00042000
               MOVE WS-OLD-IN TO WS-OLD-DATE                            00042100
           ELSE                                                         00042200
               IF WS-OLD-IN-DDD NUMERIC                                 00042300
                   MOVE WS-OLD-IN-DDD TO WS-OLD-DDD                     00042400
               ELSE                                                     00042500
                   ADD 1 TO WS-CNT-ZEROED                               00042600
                   GO TO CONVERT-DATE-EXIT.                             00042700
           IF WS-OLD-DATE-N = 0                                         00042800
               GO TO CONVERT-DATE-EXIT.                                 00042900
           IF WS-OLD-DDD = 0 OR WS-OLD-DDD > 366                        00043000
               ADD 1 TO WS-CNT-ZEROED                                   00043100
               GO TO CONVERT-DATE-EXIT.                                 00043200
           MOVE WS-OLD-DDD TO WS-NEW-DDD.                               00043300
           IF WS-OLD-YY = 0                                             00043400
               COMPUTE WS-NEW-YYYY = WS-TODAY-CC * 100 + WS-TODAY-YY    00043500
           ELSE                                                         00043600
               COMPUTE WS-NEW-YYYY = WS-TODAY-CC * 100 + WS-OLD-YY.     00043700
           IF WS-NEW-DATE-N > WS-TODAY-DATE AND WS-OLD-YY = 0           00043800
               SUBTRACT 1 FROM WS-NEW-YYYY.                             00043900
           IF WS-NEW-DATE-N > WS-TODAY-DATE                             00044000
               SUBTRACT 100 FROM WS-NEW-YYYY.                           00044100
       CONVERT-DATE-EXIT.                                               00044200
           EXIT.                                                        00044300
                                                                        00044400
       END PROGRAM DFSSAM18.                                            00044500
