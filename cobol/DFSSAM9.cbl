000190*          PARTFILE DATABASE UNQUALIFIED, WATCHING THE SEGMENT    00190000
000200*          NAME FEEDBACK TO TRACK WHICH PARTROOT EACH BACKORDR    00200000
000210*          SEGMENT BELONGS TO, AND REPORTS ANY BACKORDER OPENED   00210000
000220*          MORE THAN WS-AGE-THRESHOLD-DAYS AGO.  BO-OPEN-DATE IS  00220000
000230*          A FULL YYYYDDD JULIAN DATE, SO BOTH IT AND TODAY ARE   00230000
000240*          TURNED INTO A RUNNING DAY NUMBER BEFORE SUBTRACTING AND00240000
000250*          A BACKORDER LEFT OPEN ACROSS ONE OR MORE YEAR ENDS AGES00250000
000260*          CORRECTLY.                                             00260000
000270*                                                                 00270000
000280 ENVIRONMENT DIVISION.                                            00280000
000290 CONFIGURATION SECTION.                                           00290000
000340 77  GET-NEXT                PICTURE XXXX   VALUE 'GN  '.         00340000
000350*    HOW MANY DAYS A BACKORDER MAY SIT OPEN BEFORE IT IS FLAGGED. 00350000
000360 77  WS-AGE-THRESHOLD-DAYS   PICTURE S9(03) VALUE +30.            00360000
000370 77  WS-AGE-DAYS             PICTURE S9(05) VALUE ZERO.           00370000
000380 77  WS-BACKORDR-COUNT       PICTURE 9(05)  VALUE ZERO.           00380000
000390 77  WS-EXCEPTION-COUNT      PICTURE 9(05)  VALUE ZERO.           00390000
000400 01  WS-TODAY               PICTURE 9(07).                        00393076
000410 01  WS-TODAY-SERIAL        PICTURE S9(07) VALUE ZERO.            00396152
000420 01  WS-OPEN-SERIAL         PICTURE S9(07) VALUE ZERO.            00399228
000421* A YYYYDDD DATE AND THE RUNNING DAY NUMBER DAY-SERIAL MAKES OF IT00402304
000422* WHOLE YEARS SINCE YEAR 1 TIMES 365, ONE EXTRA DAY FOR EVERY     00405380
000423* FOURTH YEAR, PLUS THE DAY OF THE YEAR.  GOOD FROM 1901 TO 2099. 00408456
000424 01  WS-SERIAL-DATE.                                              00411532
000425     02 WS-SERIAL-YYYY       PICTURE 9(04).                       00414608
000426     02 WS-SERIAL-DDD        PICTURE 9(03).                       00417684
000427 01  WS-SERIAL-YEARS        PICTURE S9(05) VALUE ZERO.            00420760
000428 01  WS-SERIAL-LEAPS        PICTURE S9(05) VALUE ZERO.            00423836
000429 01  WS-SERIAL-DAYS         PICTURE S9(07) VALUE ZERO.            00426912
000430 01  WS-CURRENT-PART-NO      PICTURE X(15)  VALUE SPACES.         00430000
000440 01  WS-DISP-AGE             PICTURE ZZZZ9.                       00440000
000450 01  WS-DISP-QTY             PICTURE Z(06)9-.                     00450000
000460* GENERIC RETRIEVAL AREA FOR ANY PARTFILE SEGMENT, SAME 160-BYTE  00460000
000470* SHAPE ALREADY USED BY DFSSAM03, DFSSAM07 AND DFSSAM08.          00470000
000510     02 FILLER2              PICTURE X(09).                       00510000
000520     02 DESC                 PICTURE X(15).                       00520000
000530     02 FILLER3              PICTURE X(119).                      00530000
000540* BACKORDR'S WORK ORDER, OPEN DATE AND QUANTITY.  BO-OPEN-DATE IS 00540000
000550* CARVED OUT OF THE SPARE BYTES BETWEEN WORK ORDER AND QUANTITY - 00550000
000560* BO-QTY STAYS AT THE SAME OFFSET THE OTHER DISPLAY PROGRAMS'     00560000
000570* WO-QTY ALREADY USES.                                            00570000
000580 01  BACK-ORDER-RET  REDEFINES SEG-RET-AREA.                      00580000
000590     02 FILLER1              PICTURE XX.                          00590000
000600     02 BO-WORK-ORDER        PICTURE X(08).                       00600000
000610     02 BO-OPEN-DATE         PICTURE 9(07).                       00610000
000620     02 FILLER2              PICTURE X(46).                       00620000
000630     02 BO-QTY               PICTURE S9(07)V9.                    00630000
000640 LINKAGE SECTION.                                                 00640000
000650 01  PARTFILE-PCB.                                                00650000
000720 PROCEDURE DIVISION.                                              00720000
000730 ENTRY-POINT.                                                     00730000
000740     ENTRY 'DLITCBL' USING PARTFILE-PCB.                          00740000
000750     ACCEPT WS-TODAY FROM DAY YYYYDDD.                            00744000
000751     MOVE WS-TODAY TO WS-SERIAL-DATE.                             00748000
000752     PERFORM DAY-SERIAL THRU DAY-SERIAL-EXIT.                     00752000
000753     MOVE WS-SERIAL-DAYS TO WS-TODAY-SERIAL.                      00756000
000760     DISPLAY '-----------------------------------------------'.   00760000
000770     DISPLAY 'DFSSAM09 BACKORDER AGING REPORT'.                   00770000
000780     DISPLAY '  PART NO         WORK ORDER   QTY        AGE'.     00780000
000880     GO TO GET-NEXT-LOOP.                                         00880000
000890 CHECK-AGE.                                                       00890000
000900     ADD 1 TO WS-BACKORDR-COUNT.                                  00900000
000901     IF BO-OPEN-DATE NOT NUMERIC OR BO-OPEN-DATE NOT > ZERO       00901000
000902         GO TO CHECK-AGE-EXIT.                                    00902000
000910     MOVE BO-OPEN-DATE TO WS-SERIAL-DATE.                         00907428
000920     PERFORM DAY-SERIAL THRU DAY-SERIAL-EXIT.                     00912856
000930     MOVE WS-SERIAL-DAYS TO WS-OPEN-SERIAL.                       00918284
000931     COMPUTE WS-AGE-DAYS = WS-TODAY-SERIAL - WS-OPEN-SERIAL.      00923712
000932     IF WS-AGE-DAYS < 0                                           00929140
000933         MOVE ZERO TO WS-AGE-DAYS.                                00934568
000940     IF WS-AGE-DAYS > WS-AGE-THRESHOLD-DAYS                       00940000
000950         PERFORM WRITE-AGING-LINE.                                00950000
000955 CHECK-AGE-EXIT.                                                  00955000
001090     DISPLAY 'DFSSAM09 BAD STATUS ' PN-STATUS-CODE ' ON GN CALL'  01090000
001100             UPON CONSOLE.                                        01100000
001110     GOBACK.                                                      01110000
001120 DAY-SERIAL.                                                      01120000
001130     COMPUTE WS-SERIAL-YEARS = WS-SERIAL-YYYY - 1.                01130000
001140     DIVIDE WS-SERIAL-YEARS BY 4 GIVING WS-SERIAL-LEAPS.          01140000
001150     COMPUTE WS-SERIAL-DAYS = WS-SERIAL-YEARS * 365               01150000
001160                            + WS-SERIAL-LEAPS + WS-SERIAL-DDD.    01160000
001170 DAY-SERIAL-EXIT.                                                 01170000
001180     EXIT.                                                        01180000
