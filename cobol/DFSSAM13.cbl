      *             THE FIELD DFSSAM06 COPIES ONTO EVERY                00001800
      *             REORDER-REQUEST RECORD SO DFSSAM10 CAN RAISE        00001900
      *             ONE PURCHASE ORDER PER VENDOR.                      00002000
      *             ORDER LINES ENTERED IN THE DFSSAM20 BATCH ARE       00002025
      *             ALLOCATED BY THE SAME RULE, THE ORDER NUMBER        00002050
      *             STANDING AS THE BACKORDER WORK ORDER.               00002075
      *                                                                 00002100
       ENVIRONMENT DIVISION.                                            00002200
       CONFIGURATION SECTION.                                           00002300
               03   COAP, PICTURE 9V99.                                 00007600
               03  PLAN, PICTURE 9V99.                                  00007700
               03  COAD, PICTURE X.                                     00007800
      *    LAST CYCLE-COUNT AND LAST TRANSACTION DATES, FULL            00007825
      *    YYYYDDD JULIAN - THE SIX BYTES AFTER THEM HELD THE OLD       00007850
      *    DAY-OF-YEAR FORM AND ARE BLANK SINCE THE CONVERSION.         00007875
           02  LAST-CYC-DATE, PICTURE 9(7).                             00007900
           02  LAST-TRANS-DATE, PICTURE 9(7).                           00008000
           02  FILLER, PICTURE X(6), VALUE SPACES.                      00008100
           02  REORDER-POINT, PICTURE S9(7)V9.                          00008200
      *    ABC CLASS DFSSAM19 SETS FROM DISBURSEMENT VALUE - SPACE      00008240
      *    UNTIL THE PART/LOCATION HAS BEEN CLASSIFIED.                 00008280
           02  ABC-CLASS, PICTURE X.                                    00008320
           02  FILLER, PICTURE X(3).                                    00008360
           02  CUR-REM-REQ, PICTURE S9(7)V9.                            00008400
           02  UNP-REM-REQ, PICTURE S9(7)V9.                            00008500
           02  ON-ORDER, PICTURE S9(7)V9.                               00008600
                                                                        00009300
      *    BACKORDER CHILD FOR AN ALLOCATION THE STOCK CANNOT           00009400
      *    COVER - WORK ORDER NAMES THE ORDER-ENTRY TERMINAL, THE       00009500
      *    OPEN DATE FEEDS DFSSAM09'S AGING REPORT.  THE LEADING        00009600
      *    TWO-BYTE RECORD PREFIX AND THE FIELD OFFSETS MATCH THE       00009700
      *    BACK-ORDER-RET VIEWS IN DFSSAM03 AND DFSSAM09 (WORK          00009800
      *    ORDER AT 3-10, OPEN DATE AT 11-17, QUANTITY AT 64-71).       00009900
       01  BACKORDR-AREA.                                               00010000
           02  FILLER, PICTURE 99, VALUE ZEROS.                         00010100
           02  BO-WORK-ORDER, PICTURE X(8).                             00010200
           02  BO-OPEN-DATE, PICTURE 9(7).                              00010300
           02  FILLER, PICTURE X(46), VALUE SPACES.                     00010400
           02  BO-QTY, PICTURE S9(7)V9.                                 00010500
                                                                        00010600
       01  WS-AVAILABLE, PICTURE S9(7)V9, VALUE ZEROS.                  00010700
       01  WS-TODAY-DATE, PICTURE 9(7).                                 00010900
                                                                        00011100
       01  OUT-MSG.                                                     00011200
           02  CHAR-COUNT, PICTURE S99, COMPUTATIONAL.                  00011300
      *    DATA - DFSSAM03 DISPLAYS IT AND DFSSAM09 AGES IT.            00028200
       CUT-BACKORDER.                                                   00028300
           MOVE I-O-TERMINAL TO BO-WORK-ORDER.                          00028400
           ACCEPT WS-TODAY-DATE FROM DAY YYYYDDD.                       00028500
           MOVE WS-TODAY-DATE TO BO-OPEN-DATE.                          00028600
           MOVE FIELD-7 TO BO-QTY.                                      00028700
           CALL 'CBLTDLI' USING IN-SERT, DB-PCB, BACKORDR-AREA,         00028800
               SSA1, SSA2, SSA3.                                        00028900
