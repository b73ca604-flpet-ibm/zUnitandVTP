       77  MDLETE  PIC X(40) VALUE 'DELETION OF ENTRY HAS FAILED'.      00004800
       77  MREPLE  PIC X(40) VALUE 'UPDATE OF ENTRY HAS FAILED'.        00004900
       77  MDUPE   PIC X(40) VALUE 'DUPLICATE ENTRY ALREADY EXISTS'.    00005000
       77  MNOEMP  PIC X(40) VALUE 'EMPLOYEE NUMBER WAS NOT SPECIFIED'. 00005033
       77  MAMBIG  PIC X(40) VALUE 'NAME NOT UNIQUE - GIVE EMPLOYEE NO'.00005066
       77  MLSTND  PIC X(40) VALUE 'END OF LIST'.                       00005100
       77  MLSTMR  PIC X(40) VALUE 'PAGE FULL - MORE ENTRIES REMAIN'.   00005200
       77  MAUDIT  PIC X(40) VALUE 'AUDIT RECORD WRITE HAS FAILED'.     00005300
               03  AUD-NEW-FIRST-NAME  PIC X(10).                       00010800
               03  AUD-NEW-EXTENSION   PIC X(10).                       00010900
               03  AUD-NEW-ZIP-CODE    PIC X(7).                        00011000
           02  AUD-EMP-NO           PIC X(6).                           00011050
                                                                        00011100
      * SNAPSHOT OF THE PRE-UPDATE ROW, TAKEN RIGHT AFTER               00011200
      * GET-HOLD-UNIQUE-DB, BEFORE TO-UPD OVERLAYS IO-DATA              00011300
             88  PROCESS-TADD      VALUE '1'.                           00012600
          02  EXTENSION-FLAG PIC X VALUE '0'.                           00012700
             88  EXTENSION-INVALID VALUE '1'.                           00012800
          02  EMPNO-FLAG     PIC X VALUE '0'.                           00012833
             88  EMPNO-AMBIGUOUS   VALUE '1'.                           00012866
      * DATA AREA OUTPUT                                                00012900
                                                                        00013000
       01  OUTPUT-AREA.                                                 00013100
                   04  OUT-EXTENSION   PIC  X(10).                      00013900
                   04  OUT-ZIP-CODE    PIC  X(7).                       00014000
           02  OUT-SEGMENT-NO    PIC  9(4).                             00014100
           02  OUT-EMP-NO        PIC  X(6)  VALUE SPACES.               00014166
           02  OUT-FILL          PIC  X(26) VALUE SPACES.               00014232
                                                                        00014300
      * DC TEXT FOR ERROR CALL                                          00014400
                                                                        00014500
          02  DC-TEXT2         PIC  X(12) VALUE 'DLI  CALL = '.         00014900
          02  DC-ERROR-CALL    PIC  X(4).                               00015000
                                                                        00015100
      * SEGMENT SEARCH ARGUMENT - THE ROOT IS KEYED ON THE HR           00015166
      * EMPLOYEE NUMBER (FIELD EMPNO)                                   00015232
                                                                        00015300
       01 SSA.                                                          00015400
          02  SEGMENT-NAME  PIC X(8)  VALUE 'A1111111'.                 00015500
          02  SEG-KEY-NAME  PIC X(11) VALUE '(EMPNO    ='.              00015523
          02  SSA-KEY       PIC X(6).                                   00015546
          02  FILLER        PIC X VALUE ')'.                            00015569
                                                                        00015592
      * LAST-NAME SEARCH ARGUMENT FOR NAMEPCB, WHOSE PROCESSING         00015615
      * SEQUENCE IS THE LAST-NAME SECONDARY INDEX (XDFLD LASTNAMX).     00015638
      * SEVERAL PEOPLE MAY SHARE A NAME, SO A GU IS FOLLOWED BY GN      00015661
      * CALLS WITH THE SAME SSA UNTIL GE                                00015684
       01 NAME-SSA.                                                     00015707
          02  SEGMENT-NAME  PIC X(8)  VALUE 'A1111111'.                 00015730
          02  SEG-KEY-NAME  PIC X(11) VALUE '(LASTNAMX ='.              00015753
          02  NAME-SSA-KEY  PIC X(10).                                  00015776
          02  FILLER        PIC X VALUE ')'.                            00015800
                                                                        00015900
      * QUALIFIED SSA USED TO POSITION TO-LIST'S GN SWEEP AT THE        00016000
      * ENTERED PREFIX INSTEAD OF WHATEVER KEY A PRIOR CALL LEFT        00016100
      * THE DATABASE POSITIONED AT - ON NAMEPCB, SO THE SWEEP           00016166
      * RUNS IN LAST-NAME ORDER                                         00016232
       01  LIST-SSA.                                                    00016300
          02  FILLER        PIC X(8)  VALUE 'A1111111'.                 00016366
          02  FILLER        PIC X(11) VALUE '(LASTNAMX>='.              00016432
          02  LIST-SSA-KEY  PIC X(10).                                  00016500
          02  FILLER        PIC X VALUE ')'.                            00016600
                                                                        00016700
               03  DEPT-JOB-TITLE   PIC X(11).                          00017600
               03  DEPT-DEPUTY-EXT  PIC X(8).                           00017700
       01  IOAREA-DB.                                                   00017800
           02  IO-BLANK-DB  PIC  X(43).                                 00017877
           02  IO-SEGMENT-DB REDEFINES IO-BLANK-DB.                     00017954
               03  IO-DATA-DB.                                          00018031
                   04  IO-LAST-NAME-DB   PIC  X(10).                    00018108
                   04  IO-FIRST-NAME-DB  PIC  X(10).                    00018185
                   04  IO-EXTENSION-DB   PIC  X(10).                    00018262
                   04  IO-ZIP-CODE-DB    PIC  X(7).                     00018339
               03  IO-EMP-NO-DB      PIC  X(6).                         00018416
           02  IO-FILLER-DB    PIC  X(3).                               00018500
           02  IO-COMMAND-DB   PIC  X(8).                               00018600
                                                                        00018700
               03  IN-EXTENSION  PIC  X(10).                            00020000
               03  IN-ZIP-CODE   PIC  X(7).                             00020100
               03  IN-USERID     PIC  X(8).                             00020200
               03  IN-EMP-NO     PIC  X(6).                             00020266
               03  INFILL        PIC  X(21).                            00020332
      *    DEPARTMENT-COMMAND VIEW OF THE SAME INPUT - THE COMMAND,     00020400
      *    LAST NAME, USERID AND EMPLOYEE NUMBER KEEP THEIR PLACES,     00020500
      *    THE MIDDLE 27 BYTES CARRY THE DEPARTMENT FIELDS INSTEAD      00020600
           02  IN-DEPT-TEXT REDEFINES IN-BLANK.                         00020700
               03  FILLER            PIC  X(8).                         00020800
               03  IN-DEPT-LAST-NAME PIC  X(10).                        00020900
               03  IN-JOB-TITLE      PIC  X(11).                        00021100
               03  IN-DEPUTY-EXT     PIC  X(8).                         00021200
               03  FILLER            PIC  X(35).                        00021300
      *    ROOT SEGMENT A1111111 - THE PERSON DATA FOLLOWED BY THE      00021333
      *    HR EMPLOYEE NUMBER, WHICH IS THE SEGMENT KEY                 00021366
       01  IOAREA.                                                      00021400
           02  IO-BLANK  PIC  X(43).                                    00021477
           02  IO-SEGMENT REDEFINES IO-BLANK.                           00021554
               03  IO-DATA.                                             00021631
                   04  IO-LAST-NAME   PIC  X(10).                       00021708
                   04  IO-FIRST-NAME  PIC  X(10).                       00021785
                   04  IO-EXTENSION   PIC  X(10).                       00021862
                   04  IO-ZIP-CODE    PIC  X(7).                        00021939
               03  IO-EMP-NO      PIC  X(6).                            00022016
           02  IO-FILLER    PIC  X(3).                                  00022100
           02  IO-COMMAND   PIC  X(8).                                  00022200
       01  DBPCB.                                                       00022300
           02  NUMB-SENS-SEGS  PIC  9(4).                               00026400
           02  KEY-FB-AREA     PIC  X(17).                              00026500
                                                                        00026600
      * SECOND PCB ON THE PHONEBOOK WITH PROCSEQ=LASTNAMX - THE         00026606
      * LAST-NAME SECONDARY INDEX, USED BY DIS, LIST AND THE            00026612
      * NAME LOOKUP FOR THE MAINTENANCE COMMANDS                        00026618
                                                                        00026624
       01  NAMEPCB.                                                     00026630
           02  DBD-NAME        PIC  X(8).                               00026636
           02  SEG-LEVEL       PIC  X(2).                               00026642
           02  NAME-STATUS     PIC  X(2).                               00026648
           02  PROC-OPTIONS    PIC  X(4).                               00026654
           02  RESERVE-DLI     PIC  X(4).                               00026660
           02  SEG-NAME-FB     PIC  X(8).                               00026666
           02  LENGTH-FB-KEY   PIC  9(4).                               00026672
           02  NUMB-SENS-SEGS  PIC  9(4).                               00026678
           02  KEY-FB-AREA     PIC  X(17).                              00026684
                                                                        00026690
                                                                        00026700
       PROCEDURE DIVISION USING INPUT-AREA, IOAREA,                     00026800
                                DBPCB, GIPCB, GOPCB, AUDITPCB,          00026866
                                NAMEPCB.                                00026932
       MAIN SECTION.                                                    00027000
                                                                        00027100
           MOVE SPACES TO OUT-BLANK.                                    00027200
           END-IF.                                                      00033000
      *                                                                 00033100
           MOVE IN-LAST-NAME TO IO-LAST-NAME.                           00033200
           MOVE IN-EMP-NO TO IO-EMP-NO.                                 00033250
           MOVE IN-COMMAND TO IO-COMMAND.                               00033300
                                                                        00033400
           IF IO-COMMAND EQUAL SPACES                                   00033500
                PERFORM TO-LIST                                         00033900
           ELSE IF TEMP-IOCMD EQUAL 'END' THEN                          00034000
                PERFORM TO-END                                          00034100
           ELSE IF IO-LAST-NAME EQUAL SPACES AND                        00034166
                   IO-EMP-NO EQUAL SPACES THEN                          00034232
                MOVE MNONAME TO OUT-MESSAGE                             00034300
                PERFORM PRINT-OUTPUT                                    00034400
           ELSE IF TEMP-IOCMD EQUAL 'ADD' THEN                          00034500
           ELSE IF TEMP-IOCMD EQUAL 'TAD' THEN                          00034700
                MOVE 1 TO TADD-FLAG                                     00034800
                PERFORM TO-ADD                                          00034900
           ELSE IF TEMP-IOCMD EQUAL 'DIS' THEN                          00035400
                PERFORM TO-DIS                                          00035500
           ELSE IF TEMP-IOCMD EQUAL 'UPD' OR 'DEL' OR 'DPA' OR          00035675
                   'DPU' OR 'DPD' THEN                                  00035850
                PERFORM TO-KEYED-COMMAND                                00036025
           ELSE                                                         00036200
               MOVE IN-COMMAND TO OUT-COMMAND                           00036300
               MOVE IN-LAST-NAME TO OUT-LAST-NAME                       00036400
           MOVE IN-EXTENSION  TO IO-EXTENSION.                          00037500
           MOVE IN-ZIP-CODE   TO IO-ZIP-CODE.                           00037600
           MOVE IO-DATA       TO OUT-DATA.                              00037700
           MOVE IO-EMP-NO     TO OUT-EMP-NO.                            00037750
           MOVE IO-COMMAND    TO OUT-COMMAND.                           00037800
           IF IO-LAST-NAME EQUAL SPACES OR                              00037866
              IN-FIRST-NAME EQUAL SPACES OR                             00037932
              IN-EXTENSION EQUAL SPACES OR                              00038000
              IN-ZIP-CODE EQUAL SPACES                                  00038100
           THEN                                                         00038200
              MOVE MMORE TO OUT-MESSAGE                                 00038300
              PERFORM PRINT-OUTPUT                                      00038325
           ELSE IF IO-EMP-NO EQUAL SPACES THEN                          00038350
              MOVE MNOEMP TO OUT-MESSAGE                                00038375
              PERFORM PRINT-OUTPUT                                      00038400
           ELSE                                                         00038500
              PERFORM CHECK-EXTENSION-FORMAT                            00038600
                 MOVE MEXTFMT TO OUT-MESSAGE                            00038800
                 PERFORM PRINT-OUTPUT                                   00038900
              ELSE                                                      00039000
      *          SEVERAL PEOPLE MAY SHARE A LAST NAME - ONLY THE        00039050
      *          EMPLOYEE NUMBER HAS TO BE UNIQUE                       00039100
                 MOVE IO-EMP-NO TO SSA-KEY                              00039150
                 PERFORM CHECK-DUP-DB                                   00039200
                 IF DBSTATUS = SPACES THEN                              00039300
                    MOVE MDUPE TO OUT-MESSAGE                           00039400
           MOVE 0 TO SET-DATA-FLAG.                                     00041100
           MOVE IN-COMMAND TO OUT-COMMAND.                              00041200
           MOVE IN-LAST-NAME TO OUT-LAST-NAME.                          00041300
           PERFORM GET-HOLD-UNIQUE-DB.                                  00041500
           IF DBSTATUS = SPACES THEN                                    00041600
              MOVE IO-FIRST-NAME TO WS-AUDIT-OLD-FIRST-NAME             00041700
           END-IF.                                                      00043200
                                                                        00043300
           MOVE IO-DATA    TO OUT-DATA.                                 00043400
           MOVE IO-EMP-NO  TO OUT-EMP-NO.                               00043450
           MOVE IO-COMMAND TO OUT-COMMAND                               00043500
           PERFORM CHECK-EXTENSION-FORMAT.                              00043600
           IF NOT NO-SET-DATA THEN                                      00043700
           EXIT.                                                        00045800
                                                                        00045900
       TO-DEL.                                                          00046000
           PERFORM GET-HOLD-UNIQUE-DB.                                  00046200
           IF DBSTATUS = SPACES                                         00046300
           THEN                                                         00046400
              MOVE IO-DATA TO OUT-DATA                                  00046500
              MOVE IO-EMP-NO TO OUT-EMP-NO                              00046550
              MOVE IO-COMMAND TO OUT-COMMAND                            00046600
              MOVE IO-FIRST-NAME TO AUD-OLD-FIRST-NAME                  00046700
              MOVE IO-EXTENSION  TO AUD-OLD-EXTENSION                   00046800
           END-IF.                                                      00047500
           EXIT.                                                        00047600
                                                                        00047700
      *    DIS BY EMPLOYEE NUMBER SHOWS THAT ONE PERSON; DIS BY LAST    00047733
      *    NAME SHOWS EVERY PERSON CARRYING THE NAME                    00047766
       TO-DIS.                                                          00047800
           MOVE IN-COMMAND TO OUT-COMMAND.                              00047900
           MOVE IN-LAST-NAME TO OUT-LAST-NAME.                          00048000
           IF IO-EMP-NO NOT = SPACES THEN                               00048020
              PERFORM TO-DIS-BY-EMP-NO                                  00048040
           ELSE                                                         00048060
              PERFORM TO-DIS-BY-NAME                                    00048080
           END-IF.                                                      00048100
           EXIT.                                                        00048120
                                                                        00048140
       TO-DIS-BY-EMP-NO.                                                00048160
           MOVE IO-EMP-NO TO SSA-KEY.                                   00048180
           PERFORM CHECK-DUP-DB.                                        00048200
           IF DBSTATUS = SPACES THEN                                    00048300
              PERFORM SHOW-ONE-ENTRY                                    00048800
           ELSE                                                         00049300
              MOVE MNOENT TO OUT-MESSAGE                                00049400
              MOVE DBSTATUS TO DC-ERROR-STATUS                          00049500
              PERFORM PRINT-OUTPUT                                      00049510
           END-IF.                                                      00049520
           EXIT.                                                        00049530
                                                                        00049540
       TO-DIS-BY-NAME.                                                  00049550
           PERFORM LIST-NAME-MATCHES.                                   00049560
           IF WS-LIST-COUNT = 0 THEN                                    00049570
              MOVE MNOENT TO OUT-MESSAGE                                00049580
              MOVE NAME-STATUS TO DC-ERROR-STATUS                       00049590
              PERFORM PRINT-OUTPUT                                      00049600
      *       EXACT SPELLING WASN'T FOUND - FALL BACK TO A PREFIX SCAN  00049700
      *       FROM THE SAME LAST NAME SO THE NEAREST FEW ALPHABETICAL   00049800
      *       ENTRIES ARE SHOWN INSTEAD OF A FLAT NOT-FOUND             00049900
              PERFORM TO-LIST                                           00050000
           END-IF.                                                      00050001
           EXIT.                                                        00050002
                                                                        00050003
      *    READS EVERY ROOT CARRYING THE LAST NAME IN IO-LAST-NAME      00050004
      *    THROUGH THE SECONDARY INDEX AND SHOWS EACH ONE, COUNTING     00050005
      *    THEM IN WS-LIST-COUNT                                        00050006
       LIST-NAME-MATCHES.                                               00050007
           MOVE 0 TO WS-LIST-COUNT.                                     00050008
           MOVE IO-LAST-NAME TO NAME-SSA-KEY.                           00050009
           MOVE GET-UNIQUE TO DC-ERROR-CALL.                            00050010
           CALL 'CBLTDLI' USING GET-UNIQUE, NAMEPCB, IOAREA, NAME-SSA.  00050011
           PERFORM WITH TEST BEFORE UNTIL NAME-STATUS NOT = SPACES      00050012
              ADD 1 TO WS-LIST-COUNT                                    00050013
              PERFORM SHOW-ONE-ENTRY                                    00050014
              MOVE GET-NEXT TO DC-ERROR-CALL                            00050015
              CALL 'CBLTDLI' USING GET-NEXT, NAMEPCB, IOAREA,           00050016
                                   NAME-SSA                             00050017
           END-PERFORM.                                                 00050018
           EXIT.                                                        00050019
                                                                        00050020
       SHOW-ONE-ENTRY.                                                  00050021
           MOVE IO-DATA TO OUT-DATA.                                    00050022
           MOVE IO-EMP-NO TO OUT-EMP-NO.                                00050023
           MOVE IO-COMMAND TO OUT-COMMAND.                              00050024
           MOVE MDIS TO OUT-MESSAGE.                                    00050025
           MOVE MEND TO OUT-MESSAGE.                                    00050026
           PERFORM PRINT-OUTPUT.                                        00050027
      *    THE DEPARTMENT CHILD, WHEN PRESENT, IS SHOWN RIGHT           00050028
      *    UNDER THE PERSON SO ONE DIS ANSWERS "WHO ELSE IS IN          00050029
      *    THAT DEPARTMENT AND WHO IS THE BACKUP CONTACT"               00050030
           MOVE IO-EMP-NO TO SSA-KEY.                                   00050031
           PERFORM SHOW-DEPT-INFO.                                      00050032
           EXIT.                                                        00050033
                                                                        00050034
      *    UPD, DEL AND THE DEPARTMENT COMMANDS WORK ON ONE PERSON.     00050035
      *    WHEN THE LAST NAME ALONE DOES NOT SAY WHICH, THE MATCHES     00050036
      *    ARE SHOWN SO THE EMPLOYEE NUMBER CAN BE ENTERED              00050037
       TO-KEYED-COMMAND.                                                00050038
           PERFORM RESOLVE-EMP-NO.                                      00050039
           IF EMPNO-AMBIGUOUS THEN                                      00050040
              MOVE IN-COMMAND TO OUT-COMMAND                            00050041
              MOVE IN-LAST-NAME TO OUT-LAST-NAME                        00050042
              MOVE MAMBIG TO OUT-MESSAGE                                00050043
              PERFORM PRINT-OUTPUT                                      00050044
              PERFORM LIST-NAME-MATCHES                                 00050045
           ELSE IF TEMP-IOCMD EQUAL 'UPD' THEN                          00050046
              PERFORM TO-UPD                                            00050047
           ELSE IF TEMP-IOCMD EQUAL 'DEL' THEN                          00050048
              PERFORM TO-DEL                                            00050049
           ELSE IF TEMP-IOCMD EQUAL 'DPA' THEN                          00050050
              PERFORM TO-DEPT-ADD                                       00050051
           ELSE IF TEMP-IOCMD EQUAL 'DPU' THEN                          00050052
              PERFORM TO-DEPT-UPD                                       00050053
           ELSE                                                         00050054
              PERFORM TO-DEPT-DEL                                       00050055
           END-IF.                                                      00050056
           EXIT.                                                        00050057
                                                                        00050058
      *    PUTS THE EMPLOYEE NUMBER TO WORK ON IN SSA-KEY - AS          00050059
      *    ENTERED, OR FOUND THROUGH THE LAST-NAME INDEX WHEN ONLY      00050060
      *    ONE PERSON CARRIES THE NAME. AN UNKNOWN NAME LEAVES A        00050061
      *    BLANK KEY, WHICH THE COMMAND THEN REPORTS AS NOT FOUND       00050062
       RESOLVE-EMP-NO.                                                  00050063
           MOVE '0' TO EMPNO-FLAG.                                      00050064
           IF IO-EMP-NO NOT = SPACES THEN                               00050065
              MOVE IO-EMP-NO TO SSA-KEY                                 00050066
           ELSE                                                         00050067
              MOVE SPACES TO SSA-KEY                                    00050068
              MOVE IO-LAST-NAME TO NAME-SSA-KEY                         00050069
              MOVE GET-UNIQUE TO DC-ERROR-CALL                          00050070
              CALL 'CBLTDLI' USING GET-UNIQUE, NAMEPCB, IOAREA,         00050071
                                   NAME-SSA                             00050072
              IF NAME-STATUS = SPACES THEN                              00050073
                 MOVE IO-EMP-NO TO SSA-KEY                              00050074
                 MOVE GET-NEXT TO DC-ERROR-CALL                         00050075
                 CALL 'CBLTDLI' USING GET-NEXT, NAMEPCB, IOAREA,        00050076
                                      NAME-SSA                          00050077
                 IF NAME-STATUS = SPACES THEN                           00050078
                    MOVE '1' TO EMPNO-FLAG                              00050079
                 END-IF                                                 00050080
              END-IF                                                    00050081
           END-IF.                                                      00050100
           EXIT.                                                        00050200
                                                                        00050300
       TO-DEPT-ADD.                                                     00050800
           MOVE IN-COMMAND TO OUT-COMMAND.                              00050900
           MOVE IN-LAST-NAME TO OUT-LAST-NAME.                          00051000
           MOVE SSA-KEY TO OUT-EMP-NO.                                  00051100
           PERFORM CHECK-DUP-DB.                                        00051200
           IF DBSTATUS NOT = SPACES THEN                                00051300
              MOVE MNOENT TO OUT-MESSAGE                                00051400
       TO-DEPT-UPD.                                                     00053500
           MOVE IN-COMMAND TO OUT-COMMAND.                              00053600
           MOVE IN-LAST-NAME TO OUT-LAST-NAME.                          00053700
           MOVE SSA-KEY TO OUT-EMP-NO.                                  00053800
           MOVE GET-HOLD-UNIQUE TO DC-ERROR-CALL.                       00053900
           CALL 'CBLTDLI' USING GET-HOLD-UNIQUE, DBPCB,                 00054000
                                DEPT-IOAREA, SSA, DEPT-SSA1.            00054100
       TO-DEPT-DEL.                                                     00056900
           MOVE IN-COMMAND TO OUT-COMMAND.                              00057000
           MOVE IN-LAST-NAME TO OUT-LAST-NAME.                          00057100
           MOVE SSA-KEY TO OUT-EMP-NO.                                  00057200
           MOVE GET-HOLD-UNIQUE TO DC-ERROR-CALL.                       00057300
           CALL 'CBLTDLI' USING GET-HOLD-UNIQUE, DBPCB,                 00057400
                                DEPT-IOAREA, SSA, DEPT-SSA1.            00057500
           PERFORM PRINT-OUTPUT.                                        00060700
           EXIT.                                                        00060800
                                                                        00060900
      *    ENDS A CONVERSATIONAL PHONEBOOK SESSION - IF AN EMPLOYEE     00061000
      *    NUMBER CARRIED OVER FROM AN UNFINISHED UPD/DEL IS PRESENT,   00061100
      *    IT IS RELEASED WITH A PLAIN (NON-HOLD) GU SO THE SEGMENT     00061200
      *    LOCKED BY THE EARLIER GET-HOLD-UNIQUE-DB DOES NOT LINGER     00061300
       TO-END.                                                          00061400
           MOVE IN-COMMAND TO OUT-COMMAND.                              00061500
           MOVE IN-LAST-NAME TO OUT-LAST-NAME.                          00061600
           IF IO-EMP-NO NOT = SPACES THEN                               00061700
              MOVE IO-EMP-NO TO SSA-KEY                                 00061800
              PERFORM RELEASE-HOLD-DB                                   00061900
           END-IF.                                                      00062000
           MOVE SPACES TO OUT-DATA.                                     00062100
           MOVE SPACES TO OUT-EMP-NO.                                   00062150
           MOVE MEND TO OUT-MESSAGE.                                    00062200
           PERFORM PRINT-OUTPUT.                                        00062300
           EXIT.                                                        00062400
           CALL 'CBLTDLI' USING GET-UNIQUE, DBPCB, IOAREA, SSA.         00063000
           EXIT.                                                        00063100
                                                                        00063200
      *    BROWSES THE PHONEBOOK IN LAST-NAME ORDER THROUGH NAMEPCB,    00063266
      *    STARTING FROM THE GIVEN LAST NAME                            00063332
      *    PREFIX (OR FROM THE TOP IF NONE WAS ENTERED), STOPPING       00063400
      *    ONCE A PAGE OF WS-LIST-PAGE-SIZE ENTRIES IS FILLED OR GB     00063500
      *    IS REACHED                                                   00063600
           ELSE                                                         00064300
              PERFORM GET-NEXT-DB                                       00064400
           END-IF.                                                      00064500
           PERFORM WITH TEST BEFORE UNTIL                               00064566
                   NAME-STATUS = END-OF-DATABASE                        00064632
                   OR WS-LIST-COUNT NOT LESS THAN WS-LIST-PAGE-SIZE     00064700
              IF WS-LIST-PREFIX-LEN = 0 OR                              00064800
                 IO-LAST-NAME(1:WS-LIST-PREFIX-LEN) =                   00064900
                 WS-LIST-PREFIX(1:WS-LIST-PREFIX-LEN)                   00065000
              THEN                                                      00065100
                 MOVE IO-DATA TO OUT-DATA                               00065200
                 MOVE IO-EMP-NO TO OUT-EMP-NO                           00065250
                 MOVE IO-COMMAND TO OUT-COMMAND                         00065300
                 MOVE MDIS TO OUT-MESSAGE                               00065400
                 PERFORM PRINT-OUTPUT                                   00065500
              PERFORM GET-NEXT-DB                                       00065800
           END-PERFORM.                                                 00065900
           MOVE SPACES TO OUT-DATA.                                     00066000
           MOVE SPACES TO OUT-EMP-NO.                                   00066050
           IF WS-LIST-COUNT NOT LESS THAN WS-LIST-PAGE-SIZE THEN        00066100
              MOVE MLSTMR TO OUT-MESSAGE                                00066200
           ELSE                                                         00066300
       POSITION-LIST-PREFIX-DB.                                         00067300
           MOVE WS-LIST-PREFIX TO LIST-SSA-KEY.                         00067400
           MOVE GET-UNIQUE TO DC-ERROR-CALL.                            00067500
           CALL 'CBLTDLI' USING GET-UNIQUE, NAMEPCB, IOAREA, LIST-SSA.  00067600
           IF NAME-STATUS NOT = SPACES AND                              00067700
              NAME-STATUS NOT = END-OF-DATABASE THEN                    00067800
              MOVE MNOENT   TO OUT-MESSAGE                              00067900
              MOVE NAME-STATUS TO DC-ERROR-STATUS                       00068000
              PERFORM PRINT-OUTPUT                                      00068100
           END-IF.                                                      00068200
           EXIT.                                                        00068300
           END-IF.                                                      00075300
           EXIT.                                                        00075400
                                                                        00075500
      *    LOOKS UP THE EMPLOYEE NUMBER WITHOUT THE GET-UNIQUE-DB       00075575
      *    MESSAGING SO TO-ADD CAN TELL A FOUND ENTRY FROM A NOT-FOUND  00075650
      *    ONE                                                          00075725
       CHECK-DUP-DB.                                                    00075800
           MOVE GET-UNIQUE TO DC-ERROR-CALL.                            00075900
           CALL 'CBLTDLI' USING GET-UNIQUE, DBPCB, IOAREA, SSA.         00076000
           EXIT.                                                        00076100
                                                                        00076200
      *    GN FOR TO-LIST ON NAMEPCB - THE UNQUALIFIED SEGMENT SSA      00076275
      *    READS THE NEXT ROOT IN LAST-NAME ORDER REGARDLESS OF KEY,    00076350
      *    PASSING OVER THE DEPARTMENT CHILDREN                         00076425
       GET-NEXT-DB.                                                     00076500
           MOVE GET-NEXT TO DC-ERROR-CALL.                              00076600
           CALL 'CBLTDLI' USING GET-NEXT, NAMEPCB, IOAREA, SSA1.        00076700
           IF NAME-STATUS NOT = SPACES AND                              00076800
              NAME-STATUS NOT = END-OF-DATABASE THEN                    00076900
              MOVE MNOENT   TO OUT-MESSAGE                              00077000
              MOVE NAME-STATUS TO DC-ERROR-STATUS                       00077100
              PERFORM PRINT-OUTPUT                                      00077200
           END-IF.                                                      00077300
           EXIT.                                                        00077400
           MOVE IN-USERID    TO AUD-USERID.                             00082300
           MOVE IO-COMMAND   TO AUD-COMMAND.                            00082400
           MOVE IO-LAST-NAME TO AUD-LAST-NAME.                          00082500
           MOVE IO-EMP-NO    TO AUD-EMP-NO.                             00082550
           MOVE ISRT TO DC-ERROR-CALL.                                  00082600
           CALL 'CBLTDLI' USING ISRT, AUDITPCB, AUDIT-RECORD.           00082700
           IF AUDIT-STATUS NOT = SPACES THEN                            00082800
