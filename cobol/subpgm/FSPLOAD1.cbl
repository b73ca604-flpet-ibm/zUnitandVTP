000010 IDENTIFICATION DIVISION.                                         00001000
000020 PROGRAM-ID.    FSPLOAD1.                                         00002000
000030*                                                                 00003000
000040*              DATA BASE LOAD PROGRAM FOR THE PHONEBOOK DATABASE. 00004000
000050*              COMPANION TO THE FSPUNLD1 UNLOAD UTILITY - RELOADS 00005000
000060*              THE FLAT FILE FSPUNLD1 PRODUCES BACK INTO THE ROOT 00006000
000070*              SEGMENT AFTER A REORGANIZATION OR A MOVE TO A NEW  00007000
000080*              DBD, MIRRORING THE LOAD PATTERN DFSSAM01 USES FOR  00008000
000090*              THE PARTS DATABASE.                                00009000
000100*                                                                 00010000
000110*              THE ROOT IS KEYED ON THE HR EMPLOYEE NUMBER.  AN   00011000
000120*              UNLOADED ENTRY THAT ALREADY CARRIES ITS NUMBER IS  00012000
000130*              INSERTED AS IT IS READ - FSPUNLD1 WRITES THEM IN   00013000
000140*              KEY SEQUENCE, SO THEY NEED NO HOLDING OR SORTING.  00014000
000150*              AN ENTRY WITHOUT ONE (UNLOADED FROM THE DATABASE AS00015000
000160*              IT WAS WHEN KEYED ON LAST NAME) TAKES THE NUMBER OF00016000
000170*              THE ONE HR EXTRACT ENTRY WITH THE SAME LAST AND    00017000
000180*              FIRST NAME; AN ENTRY HR DOES NOT KNOW, OR KNOWS    00018000
000190*              MORE THAN ONCE, IS REPORTED AND NOT LOADED.  ONLY  00019000
000200*              THESE CONVERTED ENTRIES ARE HELD IN STORAGE AND    00020000
000210*              SORTED ON THE EMPLOYEE NUMBER; THE INPUT IS THEN   00021000
000220*              READ A SECOND TIME AND THEY ARE MERGED IN AMONG THE00022000
000230*              KEYED ENTRIES, SINCE THE LOAD MUST BE IN KEY       00023000
000240*              SEQUENCE.  THE HR EXTRACT (HRIN) IS ONLY OPENED    00024000
000250*              WHEN AN ENTRY NEEDS CONVERTING.  EACH ROOT IS      00025000
000260*              FOLLOWED BY ITS DEPARTMENT CHILD WHEN THE UNLOAD   00026000
000270*              CARRIED ONE.                                       00027000
000280*                                                                 00028000
000290 ENVIRONMENT DIVISION.                                            00029000
000300 CONFIGURATION SECTION.                                           00030000
000310 SOURCE-COMPUTER.    IBM-370.                                     00031000
000320 OBJECT-COMPUTER.    IBM-370.                                     00032000
000330 INPUT-OUTPUT SECTION.                                            00033000
000340 FILE-CONTROL.                                                    00034000
000350     SELECT  INPUT-FILE      ASSIGN TO UT-S-INPUT.                00035000
000360     SELECT  HR-FILE         ASSIGN TO UT-S-HRIN.                 00036000
000370 DATA DIVISION.                                                   00037000
000380 FILE SECTION.                                                    00038000
000390 FD  INPUT-FILE                                                   00039000
000400     RECORD CONTAINS 70 CHARACTERS                                00040000
000410     BLOCK CONTAINS 0 RECORDS                                     00041000
000420     RECORDING MODE IS F                                          00042000
000430     LABEL RECORDS ARE OMITTED                                    00043000
000440     DATA RECORD IS INPUT-RECORD.                                 00044000
000450 01  INPUT-RECORD.                                                00045000
000460     02 INP-LAST-NAME       PICTURE X(10).                        00046000
000470     02 INP-FIRST-NAME      PICTURE X(10).                        00047000
000480     02 INP-EXTENSION       PICTURE X(10).                        00048000
000490     02 INP-ZIP-CODE        PICTURE X(07).                        00049000
000500     02 INP-EMP-NO          PICTURE X(06).                        00050000
000510     02 INP-DEPT-DATA       PICTURE X(27).                        00051000
000520 FD  HR-FILE                                                      00052000
000530     RECORD CONTAINS 43 CHARACTERS                                00053000
000540     BLOCK CONTAINS 0 RECORDS                                     00054000
000550     RECORDING MODE IS F                                          00055000
000560     LABEL RECORDS ARE OMITTED                                    00056000
000570     DATA RECORD IS HR-RECORD.                                    00057000
000580 01  HR-RECORD.                                                   00058000
000590     02 HR-LAST-NAME        PICTURE X(10).                        00059000
000600     02 HR-FIRST-NAME       PICTURE X(10).                        00060000
000610     02 HR-EXTENSION        PICTURE X(10).                        00061000
000620     02 HR-ZIP-CODE         PICTURE X(07).                        00062000
000630     02 HR-EMP-NO           PICTURE X(06).                        00063000
000640 WORKING-STORAGE SECTION.                                         00064000
000650 01  DL1-FUNCTION            PICTURE X(04).                       00065000
000660 01  WS-LOAD-COUNT           PICTURE 9(05)  COMPUTATIONAL.        00066000
000670 01  WS-REJECT-COUNT         PICTURE 9(05)  COMPUTATIONAL.        00067000
000680 01  WS-HR-COUNT             PICTURE 9(05)  COMPUTATIONAL.        00068000
000690 01  WS-ENTRY-COUNT          PICTURE 9(05)  COMPUTATIONAL.        00069000
000700 01  WS-MATCH-COUNT          PICTURE 9(05)  COMPUTATIONAL.        00070000
000710 01  WS-I                    PICTURE 9(05)  COMPUTATIONAL.        00071000
000720 01  WS-J                    PICTURE 9(05)  COMPUTATIONAL.        00072000
000730 01  WS-K                    PICTURE 9(05)  COMPUTATIONAL.        00073000
000740 01  WS-FOUND-EMP-NO         PICTURE X(06).                       00074000
000750 01  WS-ENTRY-SAVE           PICTURE X(70).                       00075000
000760 01  WS-HR-OPEN-SW           PICTURE X(01)  VALUE 'N'.            00076000
000770 01  WS-HR-TABLE.                                                 00077000
000780     02 WS-HR-ENTRY          OCCURS 1000 TIMES.                   00078000
000790        03 WS-HR-LAST-NAME   PICTURE X(10).                       00079000
000800        03 WS-HR-FIRST-NAME  PICTURE X(10).                       00080000
000810        03 WS-HR-EMP-NO      PICTURE X(06).                       00081000
000820 01  WS-ENTRY-TABLE.                                              00082000
000830     02 WS-ENTRY             OCCURS 1000 TIMES.                   00083000
000840        03 WS-ENT-LAST-NAME  PICTURE X(10).                       00084000
000850        03 WS-ENT-FIRST-NAME PICTURE X(10).                       00085000
000860        03 WS-ENT-EXTENSION  PICTURE X(10).                       00086000
000870        03 WS-ENT-ZIP-CODE   PICTURE X(07).                       00087000
000880        03 WS-ENT-EMP-NO     PICTURE X(06).                       00088000
000890        03 WS-ENT-DEPT-DATA  PICTURE X(27).                       00089000
000900 01  IOAREA.                                                      00090000
000910     02 IO-LAST-NAME         PICTURE X(10).                       00091000
000920     02 IO-FIRST-NAME        PICTURE X(10).                       00092000
000930     02 IO-EXTENSION         PICTURE X(10).                       00093000
000940     02 IO-ZIP-CODE          PICTURE X(07).                       00094000
000950     02 IO-EMP-NO            PICTURE X(06).                       00095000
000960 01  DEPT-IOAREA             PICTURE X(27).                       00096000
000970 01  SSA1                    PICTURE X(09)  VALUE 'A1111111 '.    00097000
000980 01  SSA2                    PICTURE X(09)  VALUE 'A111DEPT '.    00098000
000990 LINKAGE SECTION.                                                 00099000
001000 01  PCB-AREA-1.                                                  00100000
001010     02 DBD-NAME             PICTURE  X(08).                      00101000
001020     02 SEGMENT-LEVEL        PICTURE  X(02).                      00102000
001030     02 STATUS-CODES         PICTURE  X(02).                      00103000
001040     02 PROCESS-OPTIONS      PICTURE X(04).                       00104000
001050     02 FILLER               PICTURE S9(05)  COMPUTATIONAL.       00105000
001060     02 SEG-NAME-FEEDBACK    PICTURE  X(08).                      00106000
001070 PROCEDURE DIVISION.                                              00107000
001080 ENTRY-POINT.                                                     00108000
001090     ENTRY 'DLITCBL' USING  PCB-AREA-1.                           00109000
001100     DISPLAY 'START DB LOAD'  UPON CONSOLE.                       00110000
001110     MOVE ZEROS TO WS-LOAD-COUNT.                                 00111000
001120     MOVE ZEROS TO WS-REJECT-COUNT.                               00112000
001130     MOVE ZEROS TO WS-HR-COUNT.                                   00113000
001140     MOVE ZEROS TO WS-ENTRY-COUNT.                                00114000
001150     OPEN  INPUT  INPUT-FILE.                                     00115000
001160     MOVE 'ISRT'  TO DL1-FUNCTION.                                00116000
001170*                                                                 00117000
001180*    FIRST PASS - CONVERT THE ENTRIES WITHOUT AN EMPLOYEE NUMBER  00118000
001190*                                                                 00119000
001200 READ-INPUT-FILE.                                                 00120000
001210     READ INPUT-FILE         AT END                               00121000
001220                             GO TO SORT-ENTRIES.                  00122000
001230     IF INP-EMP-NO NOT = SPACES, GO TO READ-INPUT-FILE.           00123000
001240     IF WS-HR-OPEN-SW = 'N', GO TO OPEN-HR-FILE.                  00124000
001250 CONVERT-ENTRY.                                                   00125000
001260     MOVE INP-EMP-NO TO WS-FOUND-EMP-NO.                          00126000
001270     PERFORM FIND-HR-EMP-NO THRU FIND-HR-EMP-NO-EXIT.             00127000
001280     IF WS-FOUND-EMP-NO = SPACES, GO TO ENTRY-NOT-CONVERTED.      00128000
001290     IF WS-ENTRY-COUNT NOT < 1000, GO TO TABLE-FULL.              00129000
001300     ADD 1 TO WS-ENTRY-COUNT.                                     00130000
001310     MOVE INPUT-RECORD TO WS-ENTRY (WS-ENTRY-COUNT).              00131000
001320     MOVE WS-FOUND-EMP-NO TO WS-ENT-EMP-NO (WS-ENTRY-COUNT).      00132000
001330     GO TO READ-INPUT-FILE.                                       00133000
001340 ENTRY-NOT-CONVERTED.                                             00134000
001350     DISPLAY  'NO SINGLE HR EMPLOYEE NUMBER FOR '                 00135000
001360              INP-LAST-NAME ' ' INP-FIRST-NAME                    00136000
001370              ' - NOT LOADED'              UPON CONSOLE.          00137000
001380     ADD 1 TO WS-REJECT-COUNT.                                    00138000
001390     GO TO READ-INPUT-FILE.                                       00139000
001400*                                                                 00140000
001410*    THE HR EXTRACT IS LOADED THE FIRST TIME IT IS NEEDED         00141000
001420*                                                                 00142000
001430 OPEN-HR-FILE.                                                    00143000
001440     OPEN  INPUT  HR-FILE.                                        00144000
001450     MOVE 'Y' TO WS-HR-OPEN-SW.                                   00145000
001460 READ-HR-FILE.                                                    00146000
001470     READ HR-FILE            AT END                               00147000
001480                             GO TO CONVERT-ENTRY.                 00148000
001490     IF WS-HR-COUNT NOT < 1000, GO TO TABLE-FULL.                 00149000
001500     ADD 1 TO WS-HR-COUNT.                                        00150000
001510     MOVE HR-LAST-NAME   TO WS-HR-LAST-NAME (WS-HR-COUNT).        00151000
001520     MOVE HR-FIRST-NAME  TO WS-HR-FIRST-NAME (WS-HR-COUNT).       00152000
001530     MOVE HR-EMP-NO      TO WS-HR-EMP-NO (WS-HR-COUNT).           00153000
001540     GO TO READ-HR-FILE.                                          00154000
001550*                                                                 00155000
001560*    SORT THE CONVERTED ENTRIES ON EMPLOYEE NUMBER, THEN READ THE 00156000
001570*    INPUT AGAIN AND INSERT THE KEYED ENTRIES, EACH ONE AFTER THE 00157000
001580*    CONVERTED ENTRIES THAT SORT AHEAD OF IT                      00158000
001590*                                                                 00159000
001600 SORT-ENTRIES.                                                    00160000
001610     PERFORM SORT-PASS THRU SORT-PASS-EXIT                        00161000
001620             VARYING WS-I FROM 1 BY 1                             00162000
001630             UNTIL WS-I NOT < WS-ENTRY-COUNT.                     00163000
001640     MOVE ZEROS TO WS-K.                                          00164000
001650     CLOSE INPUT-FILE.                                            00165000
001660     OPEN  INPUT  INPUT-FILE.                                     00166000
001670 READ-KEYED-ENTRY.                                                00167000
001680     READ INPUT-FILE         AT END                               00168000
001690                             GO TO INSERT-REMAINING.              00169000
001700     IF INP-EMP-NO = SPACES, GO TO READ-KEYED-ENTRY.              00170000
001710 INSERT-CONVERTED-AHEAD.                                          00171000
001720     IF WS-K NOT < WS-ENTRY-COUNT, GO TO INSERT-KEYED-ENTRY.      00172000
001730     IF WS-ENT-EMP-NO (WS-K + 1) NOT < INP-EMP-NO,                00173000
001740        GO TO INSERT-KEYED-ENTRY.                                 00174000
001750     ADD 1 TO WS-K.                                               00175000
001760     PERFORM INSERT-CONVERTED-ENTRY                               00176000
001770        THRU INSERT-CONVERTED-ENTRY-EXIT.                         00177000
001780     GO TO INSERT-CONVERTED-AHEAD.                                00178000
001790 INSERT-KEYED-ENTRY.                                              00179000
001800     MOVE INP-LAST-NAME       TO IO-LAST-NAME.                    00180000
001810     MOVE INP-FIRST-NAME      TO IO-FIRST-NAME.                   00181000
001820     MOVE INP-EXTENSION       TO IO-EXTENSION.                    00182000
001830     MOVE INP-ZIP-CODE        TO IO-ZIP-CODE.                     00183000
001840     MOVE INP-EMP-NO          TO IO-EMP-NO.                       00184000
001850     MOVE INP-DEPT-DATA       TO DEPT-IOAREA.                     00185000
001860     PERFORM INSERT-SEGMENTS THRU INSERT-SEGMENTS-EXIT.           00186000
001870     GO TO READ-KEYED-ENTRY.                                      00187000
001880 INSERT-REMAINING.                                                00188000
001890     IF WS-K NOT < WS-ENTRY-COUNT, GO TO END-INP-FILE.            00189000
001900     ADD 1 TO WS-K.                                               00190000
001910     PERFORM INSERT-CONVERTED-ENTRY                               00191000
001920        THRU INSERT-CONVERTED-ENTRY-EXIT.                         00192000
001930     GO TO INSERT-REMAINING.                                      00193000
001940 END-INP-FILE.                                                    00194000
001950     CLOSE INPUT-FILE.                                            00195000
001960     IF WS-HR-OPEN-SW = 'Y', CLOSE HR-FILE.                       00196000
001970     DISPLAY 'END   DB LOAD, SEGMENTS LOADED: ' WS-LOAD-COUNT     00197000
001980             ' NOT LOADED: ' WS-REJECT-COUNT                      00198000
001990             UPON CONSOLE.                                        00199000
002000     IF WS-REJECT-COUNT > ZEROS, MOVE 4 TO RETURN-CODE.           00200000
002010     GO TO LOCKED-HALT.                                           00201000
002020*                                                                 00202000
002030*    A PARTIAL LOAD WOULD LOSE ENTRIES - NOTHING IS LOADED.  THE  00203000
002040*    TABLES ARE ONLY FILLED IN THE FIRST PASS, BEFORE ANY INSERT  00204000
002050*                                                                 00205000
002060 TABLE-FULL.                                                      00206000
002070     DISPLAY 'MORE THAN 1000 HR OR CONVERTED ENTRIES - '          00207000
002080             'NOTHING LOADED'      UPON CONSOLE.                  00208000
002090     CLOSE INPUT-FILE.                                            00209000
002100     IF WS-HR-OPEN-SW = 'Y', CLOSE HR-FILE.                       00210000
002110     MOVE 16 TO RETURN-CODE.                                      00211000
002120 LOCKED-HALT.                                                     00212000
002130     GOBACK.                                                      00213000
002140*                                                                 00214000
002150*    INSERT A CONVERTED ENTRY FROM THE TABLE                      00215000
002160*                                                                 00216000
002170 INSERT-CONVERTED-ENTRY.                                          00217000
002180     MOVE WS-ENT-LAST-NAME (WS-K)  TO IO-LAST-NAME.               00218000
002190     MOVE WS-ENT-FIRST-NAME (WS-K) TO IO-FIRST-NAME.              00219000
002200     MOVE WS-ENT-EXTENSION (WS-K)  TO IO-EXTENSION.               00220000
002210     MOVE WS-ENT-ZIP-CODE (WS-K)   TO IO-ZIP-CODE.                00221000
002220     MOVE WS-ENT-EMP-NO (WS-K)     TO IO-EMP-NO.                  00222000
002230     MOVE WS-ENT-DEPT-DATA (WS-K)  TO DEPT-IOAREA.                00223000
002240     PERFORM INSERT-SEGMENTS THRU INSERT-SEGMENTS-EXIT.           00224000
002250 INSERT-CONVERTED-ENTRY-EXIT.                                     00225000
002260     EXIT.                                                        00226000
002270*                                                                 00227000
002280*    INSERT THE ROOT AND ITS DEPARTMENT CHILD, IF ANY             00228000
002290*                                                                 00229000
002300 INSERT-SEGMENTS.                                                 00230000
002310     CALL  'CBLTDLI' USING DL1-FUNCTION, PCB-AREA-1,              00231000
002320                           IOAREA, SSA1.                          00232000
002330     IF STATUS-CODES NOT = SPACES, GO TO SEGMENT-INSERT-ERROR.    00233000
002340     ADD 1 TO WS-LOAD-COUNT.                                      00234000
002350     IF DEPT-IOAREA = SPACES, GO TO INSERT-SEGMENTS-EXIT.         00235000
002360     CALL  'CBLTDLI' USING DL1-FUNCTION, PCB-AREA-1,              00236000
002370                           DEPT-IOAREA, SSA2.                     00237000
002380     IF STATUS-CODES NOT = SPACES, GO TO SEGMENT-INSERT-ERROR.    00238000
002390     GO TO INSERT-SEGMENTS-EXIT.                                  00239000
002400 SEGMENT-INSERT-ERROR.                                            00240000
002410     DISPLAY  'SEGMENT INSERT ERROR FOR '                         00241000
002420              IO-EMP-NO ' ' IO-LAST-NAME                          00242000
002430              ' STATUS CODE= '                                    00243000
002440              STATUS-CODES                 UPON CONSOLE.          00244000
002450 INSERT-SEGMENTS-EXIT.                                            00245000
002460     EXIT.                                                        00246000
002470*                                                                 00247000
002480*    LOOK UP THE EMPLOYEE NUMBER BY LAST AND FIRST NAME - IT IS   00248000
002490*    ONLY TAKEN WHEN EXACTLY ONE HR ENTRY MATCHES                 00249000
002500*                                                                 00250000
002510 FIND-HR-EMP-NO.                                                  00251000
002520     MOVE ZEROS TO WS-MATCH-COUNT.                                00252000
002530     PERFORM CHECK-HR-ENTRY THRU CHECK-HR-ENTRY-EXIT              00253000
002540             VARYING WS-J FROM 1 BY 1                             00254000
002550             UNTIL WS-J > WS-HR-COUNT.                            00255000
002560     IF WS-MATCH-COUNT NOT = 1, MOVE SPACES TO WS-FOUND-EMP-NO.   00256000
002570 FIND-HR-EMP-NO-EXIT.                                             00257000
002580     EXIT.                                                        00258000
002590 CHECK-HR-ENTRY.                                                  00259000
002600     IF WS-HR-LAST-NAME (WS-J) NOT = INP-LAST-NAME,               00260000
002610        GO TO CHECK-HR-ENTRY-EXIT.                                00261000
002620     IF WS-HR-FIRST-NAME (WS-J) NOT = INP-FIRST-NAME,             00262000
002630        GO TO CHECK-HR-ENTRY-EXIT.                                00263000
002640     ADD 1 TO WS-MATCH-COUNT.                                     00264000
002650     MOVE WS-HR-EMP-NO (WS-J) TO WS-FOUND-EMP-NO.                 00265000
002660 CHECK-HR-ENTRY-EXIT.                                             00266000
002670     EXIT.                                                        00267000
002680 SORT-PASS.                                                       00268000
002690     PERFORM SORT-PAIR THRU SORT-PAIR-EXIT                        00269000
002700             VARYING WS-J FROM 1 BY 1                             00270000
002710             UNTIL WS-J > WS-ENTRY-COUNT - WS-I.                  00271000
002720 SORT-PASS-EXIT.                                                  00272000
002730     EXIT.                                                        00273000
002740 SORT-PAIR.                                                       00274000
002750     IF WS-ENT-EMP-NO (WS-J) NOT > WS-ENT-EMP-NO (WS-J + 1),      00275000
002760        GO TO SORT-PAIR-EXIT.                                     00276000
002770     MOVE WS-ENTRY (WS-J) TO WS-ENTRY-SAVE.                       00277000
002780     MOVE WS-ENTRY (WS-J + 1) TO WS-ENTRY (WS-J).                 00278000
002790     MOVE WS-ENTRY-SAVE TO WS-ENTRY (WS-J + 1).                   00279000
002800 SORT-PAIR-EXIT.                                                  00280000
002810     EXIT.                                                        00281000
