      * DATABASE     :  DFSIVD1                                         00000600
      * FUNCTION     :  NIGHTLY SYNCHRONIZATION OF THE PHONEBOOK        00000700
      *                 ROOT SEGMENTS WITH THE HR PERSONNEL EXTRACT.    00000800
      *                 THE EXTRACT (SAME 43-BYTE LAYOUT AS THE ROOT    00000900
      *                 SEGMENT) IS LOADED INTO STORAGE, EVERY HR       00001000
      *                 ENTRY IS APPLIED AS AN ADD OR UPDATE THROUGH    00001100
      *                 DL/I, AND A CLOSING GN SWEEP DELETES AND        00001200
      *                 REPORTS THE ENTRIES HR NO LONGER KNOWS.         00001300
      *                 HR ENTRIES ARE MATCHED TO THE PHONEBOOK ON THE  00001316
      *                 EMPLOYEE NUMBER, THE ROOT KEY, SO PEOPLE WHO    00001332
      *                 SHARE A LAST NAME ARE KEPT APART AND A CHANGE   00001348
      *                 OF NAME IS AN UPDATE.  AN HR ENTRY WITHOUT AN   00001364
      *                 EMPLOYEE NUMBER GOES ON THE EXCEPTION FILE.     00001380
      *                 EVERY APPLIED CHANGE WRITES THE SAME            00001400
      *                 AUDIT-RECORD THE ONLINE ADD/UPD/DEL PATH IN     00001500
      *                 FSPPROCX WRITES, TO THE SAME AUDIT PCB.         00001600
      *                 A SYMBOLIC CHECKPOINT (CHKP) IS TAKEN EVERY     00001607
      *                 N HR OR PHONEBOOK ENTRIES, N FROM THE SYSIN     00001614
      *                 CARD (COLUMNS 1-6, DEFAULT 000500), CARRYING    00001621
      *                 THE PHASE, THE LAST HR ENTRY APPLIED OR         00001628
      *                 EMPLOYEE NUMBER SWEPT, AND THE COUNTERS.        00001635
      *                 RESTARTED WITH CKPTID= THE XRST CALL BRINGS     00001642
      *                 THEM BACK, THE HR TABLE IS RELOADED FROM THE    00001649
      *                 EXTRACT AND THE RUN CARRIES ON AFTER THAT       00001656
      *                 ENTRY OR KEY.  THE EXCEPTION FILE IS THEN       00001663
      *                 EXTENDED (DISP=MOD) BEHIND A RESTART MARKER.    00001670
      *                 THE START, EACH CHECKPOINT, A RESTART AND THE   00001677
      *                 END ARE RECORDED ON THE RUNLOG (LGRUNLOG).      00001684
      *                                                                 00001700
       ENVIRONMENT DIVISION.                                            00001800
       CONFIGURATION SECTION.                                           00001900
       DATA DIVISION.                                                   00002700
       FILE SECTION.                                                    00002800
       FD  HR-FILE                                                      00002900
           RECORD CONTAINS 43 CHARACTERS                                00003000
           BLOCK CONTAINS 0 RECORDS                                     00003100
           RECORDING MODE IS F                                          00003200
           LABEL RECORDS ARE OMITTED                                    00003300
           02  HR-FIRST-NAME   PIC  X(10).                              00003700
           02  HR-EXTENSION    PIC  X(10).                              00003800
           02  HR-ZIP-CODE     PIC  X(7).                               00003900
           02  HR-EMP-NO       PIC  X(6).                               00003950
                                                                        00004000
       FD  EXCEPT-FILE                                                  00004100
           RECORD CONTAINS 80 CHARACTERS                                00004200
           02  EX-EXTENSION    PIC  X(10).                              00005000
           02  EX-ZIP-CODE     PIC  X(7).                               00005100
           02  EX-REASON       PIC  X(30).                              00005200
           02  EX-EMP-NO       PIC  X(6).                               00005266
           02  FILLER          PIC  X(7).                               00005332
      *                                                                 00005400
       WORKING-STORAGE SECTION.                                         00005500
      * DL/I FUNCTION CODES                                             00005600
       77  ISRT            PIC  X(4)  VALUE 'ISRT'.                     00006100
       77  DLET            PIC  X(4)  VALUE 'DLET'.                     00006200
       77  REPL            PIC  X(4)  VALUE 'REPL'.                     00006300
       77  CHKP            PIC  X(4)  VALUE 'CHKP'.                     00006325
       77  XRST            PIC  X(4)  VALUE 'XRST'.                     00006350
       77  ROLB            PIC  X(4)  VALUE 'ROLB'.                     00006375
                                                                        00006400
      * DL/I CALL STATUS CODE                                           00006500
                                                                        00006600
       77  END-OF-DATABASE PIC  X(4)  VALUE 'GB'.                       00006700
       77  NOT-FOUND       PIC  X(4)  VALUE 'GE'.                       00006750
                                                                        00006800
       77  SSA1            PIC X(9)  VALUE 'A1111111 '.                 00006900
                                                                        00007000
       77  WS-UPD-COUNT    PIC  9(5) COMP VALUE 0.                      00007500
       77  WS-DEL-COUNT    PIC  9(5) COMP VALUE 0.                      00007600
       77  WS-SAME-COUNT   PIC  9(5) COMP VALUE 0.                      00007700
       77  WS-FAIL-COUNT   PIC  9(5) COMP VALUE 0.                      00007750
       77  WS-I            PIC  9(5) COMP VALUE 0.                      00007800
       77  WS-HR-EOF-SW    PIC  X(1) VALUE 'N'.                         00007900
           88  WS-HR-EOF             VALUE 'Y'.                         00008000
           88  WS-HR-KNOWS           VALUE 'Y'.                         00008200
       77  WS-OVERFLOW-SW  PIC  X(1) VALUE 'N'.                         00008300
           88  WS-EXTRACT-OVERFLOW   VALUE 'Y'.                         00008400
                                                                        00008402
      * CHECKPOINT/RESTART - WS-CHKP-SAVE IS THE AREA CHKP WRITES AND   00008404
      * XRST PUTS BACK. THE HR TABLE IS NOT IN IT, IT IS RELOADED.      00008406
                                                                        00008408
       77  WS-CHKP-CARD    PIC  9(6) VALUE 000500.                      00008410
       77  WS-CHKP-INTERVAL PIC 9(7) COMP VALUE 500.                    00008412
       77  WS-CHKP-COUNT   PIC  9(7) COMP VALUE 0.                      00008414
       77  WS-START-I      PIC  9(5) COMP VALUE 1.                      00008416
       77  WS-RESTART-SW   PIC  X(1) VALUE 'N'.                         00008418
           88  WS-RESTARTED          VALUE 'Y'.                         00008420
       77  WS-REPOSITION-SW PIC X(1) VALUE 'N'.                         00008422
           88  WS-REPOSITION         VALUE 'Y'.                         00008424
       77  WS-XRST-LEN     PIC S9(9) COMP VALUE 12.                     00008426
       77  WS-CHKP-ID-LEN  PIC S9(9) COMP VALUE 8.                      00008428
       77  WS-CHKP-SAVE-LEN PIC S9(9) COMP VALUE 0.                     00008430
       01  WS-XRST-AREA.                                                00008432
           02  WS-XRST-CHKP-ID  PIC X(8) VALUE SPACES.                  00008434
           02  FILLER           PIC X(4) VALUE SPACES.                  00008436
       01  WS-CHKP-ID.                                                  00008438
           02  FILLER           PIC X(3) VALUE 'HRS'.                   00008440
           02  WS-CHKP-SEQ      PIC 9(5) VALUE 0.                       00008442
       01  WS-CHKP-SAVE.                                                00008444
           02  WS-SAVE-CYCLE-DATE  PIC X(10).                           00008446
           02  WS-SAVE-CHKP-SEQ    PIC 9(5).                            00008448
           02  WS-SAVE-PHASE       PIC X(1).                            00008450
               88  WS-SAVED-IN-APPLY     VALUE 'A'.                     00008452
               88  WS-SAVED-IN-SWEEP     VALUE 'S'.                     00008454
           02  WS-SAVE-HR-I        PIC 9(5).                            00008456
           02  WS-SAVE-LAST-KEY    PIC X(10).                           00008458
           02  WS-SAVE-ADD-COUNT   PIC 9(5).                            00008460
           02  WS-SAVE-UPD-COUNT   PIC 9(5).                            00008462
           02  WS-SAVE-DEL-COUNT   PIC 9(5).                            00008464
           02  WS-SAVE-SAME-COUNT  PIC 9(5).                            00008466
           02  WS-SAVE-FAIL-COUNT  PIC 9(5).                            00008468
                                                                        00008470
      * RUN-CONTROL ROW THROUGH LGRUNLOG, AS THE DB2 JOBS KEEP          00008472
                                                                        00008474
       01  WS-RUNLOG.                                                   00008476
           COPY RUNCPY1.                                                00008478
                                                                        00008500
      * THE WHOLE HR EXTRACT HELD IN STORAGE SO THE LEAVER SWEEP        00008600
      * CAN CHECK EVERY PHONEBOOK ENTRY AGAINST IT                      00008700
               03  WS-HR-FIRST-NAME  PIC X(10).                         00009200
               03  WS-HR-EXTENSION   PIC X(10).                         00009300
               03  WS-HR-ZIP-CODE    PIC X(7).                          00009400
               03  WS-HR-EMP-NO      PIC X(6).                          00009450
                                                                        00009500
      * ADD/UPD/DEL AUDIT TRAIL RECORD - SAME SHAPE FSPPROCX ISRTS      00009600
                                                                        00009700
               03  AUD-NEW-FIRST-NAME  PIC X(10).                       00010900
               03  AUD-NEW-EXTENSION   PIC X(10).                       00011000
               03  AUD-NEW-ZIP-CODE    PIC X(7).                        00011100
           02  AUD-EMP-NO           PIC X(6).                           00011150
                                                                        00011200
      * I/O AREA FOR ROOT SEGMENT RETRIEVAL                             00011300
                                                                        00011400
       01  IOAREA.                                                      00011500
           02  IO-BLANK  PIC  X(43) VALUE SPACES.                       00011600
           02  IO-DATA REDEFINES IO-BLANK.                              00011700
               03  IO-LAST-NAME   PIC  X(10).                           00011800
               03  IO-FIRST-NAME  PIC  X(10).                           00011900
               03  IO-EXTENSION   PIC  X(10).                           00012000
               03  IO-ZIP-CODE    PIC  X(7).                            00012100
               03  IO-EMP-NO      PIC  X(6).                            00012150
                                                                        00012200
      * SEGMENT SEARCH ARGUMENT - THE ROOT KEY IS THE EMPLOYEE NUMBER   00012300
                                                                        00012400
       01 SSA.                                                          00012500
          02  SEGMENT-NAME  PIC X(8)  VALUE 'A1111111'.                 00012600
          02  SEG-KEY-NAME  PIC X(11) VALUE '(EMPNO    ='.              00012700
          02  SSA-KEY       PIC X(6).                                   00012800
          02  FILLER        PIC X VALUE ')'.                            00012900
                                                                        00013000
      * REPOSITIONS THE SWEEP AFTER A CHECKPOINT - CHKP LOSES THE       00013010
      * DATABASE POSITION, SO THE SWEEP RESUMES PAST THE LAST KEY       00013020
                                                                        00013030
       01 SSA-GT.                                                       00013040
          02  SEGMENT-NAME  PIC X(8)  VALUE 'A1111111'.                 00013050
          02  SEG-KEY-NAME  PIC X(11) VALUE '(EMPNO    >'.              00013060
          02  SSA-GT-KEY    PIC X(6).                                   00013070
          02  FILLER        PIC X VALUE ')'.                            00013080
                                                                        00013090
       LINKAGE SECTION.                                                 00013100
                                                                        00013109
       01  IOPCB.                                                       00013118
           02  LTERM-NAME      PIC  X(8).                               00013127
           02  IO-RESERVE-IMS  PIC  X(2).                               00013136
           02  IO-STATUS       PIC  X(2).                               00013145
           02  CURR-DATE       PIC  X(4).                               00013154
           02  CURR-TIME       PIC  X(4).                               00013163
           02  IN-MSN          PIC  X(4).                               00013172
           02  MODNAME         PIC  X(8).                               00013181
           02  USERID          PIC  X(8).                               00013190
                                                                        00013200
       01  DBPCB.                                                       00013300
           02  DBD-NAME        PIC  X(8).                               00013400
           02  NUMB-SENS-SEGS  PIC  9(4).                               00015400
           02  KEY-FB-AREA     PIC  X(17).                              00015500
                                                                        00015600
       PROCEDURE DIVISION USING IOPCB, DBPCB, AUDITPCB.                 00015700
                                                                        00015800
      * ON ENTRY IMS PASSES THE ADDRESSES FOR IOPCB, DBPCB AND          00015866
      * AUDITPCB                                                        00015932
                                                                        00016000
       MAIN-RTN.                                                        00016100
           ACCEPT WS-CHKP-CARD FROM SYSIN.                              00016114
           IF WS-CHKP-CARD NUMERIC AND WS-CHKP-CARD > 0 THEN            00016128
              MOVE WS-CHKP-CARD TO WS-CHKP-INTERVAL                     00016142
           END-IF.                                                      00016156
           PERFORM RESTART-OR-START.                                    00016170
                                                                        00016184
           OPEN INPUT HR-FILE.                                          00016200
           IF WS-RESTARTED THEN                                         00016218
              OPEN EXTEND EXCEPT-FILE                                   00016236
              MOVE SPACES TO EXCEPT-RECORD                              00016254
              MOVE '*RESTART*' TO EX-LAST-NAME                          00016272
              MOVE WS-XRST-CHKP-ID TO EX-FIRST-NAME                     00016290
              MOVE 'LATER ENTRIES MAY REPEAT' TO EX-REASON              00016308
              WRITE EXCEPT-RECORD                                       00016326
           ELSE                                                         00016344
              OPEN OUTPUT EXCEPT-FILE                                   00016362
           END-IF.                                                      00016380
                                                                        00016400
           PERFORM LOAD-HR-EXTRACT.                                     00016500
      *    A RUN RESTARTED IN THE SWEEP HAS APPLIED THE WHOLE TABLE     00016540
           IF NOT WS-RESTARTED OR WS-SAVED-IN-APPLY THEN                00016580
              PERFORM APPLY-HR-ENTRIES                                  00016620
           END-IF.                                                      00016660
      *    WITH A TRUNCATED EXTRACT THE IN-STORAGE TABLE IS NOT THE     00016700
      *    WHOLE OF HR - RUNNING THE LEAVER SWEEP AGAINST IT WOULD      00016800
      *    DELETE EVERY VALID ENTRY BEYOND THE TABLE LIMIT, SO THE      00016900
                   ' DELETED: ' WS-DEL-COUNT                            00018400
                   ' UNCHANGED: ' WS-SAME-COUNT                         00018500
                   UPON CONSOLE.                                        00018600
           PERFORM MARK-RUN-ENDED.                                      00018650
           GOBACK.                                                      00018700
                                                                        00018701
      * PROCEDURE RESTART-OR-START - XRST IS THE FIRST DL/I CALL. A     00018702
      * BLANK CHECKPOINT ID BACK IS A NORMAL START; OTHERWISE IMS HAS   00018703
      * PUT WS-CHKP-SAVE BACK AS IT WAS AT THAT CHECKPOINT, AND THE     00018704
      * RUNLOG ROW THE FAILED RUN LEFT RUNNING IS MARKED RESTARTED      00018705
                                                                        00018706
       RESTART-OR-START.                                                00018707
           MOVE LENGTH OF WS-CHKP-SAVE TO WS-CHKP-SAVE-LEN.             00018708
           MOVE 'FSPSYNC1' TO RUN-JOBNAME.                              00018709
           CALL 'CBLTDLI' USING XRST, IOPCB, WS-XRST-LEN,               00018710
                WS-XRST-AREA, WS-CHKP-SAVE-LEN, WS-CHKP-SAVE.           00018711
           IF IO-STATUS NOT = SPACES THEN                               00018712
              DISPLAY 'FSPSYNC1 XRST FAILED ' IO-STATUS UPON CONSOLE    00018713
              MOVE 16 TO RETURN-CODE                                    00018714
              GOBACK                                                    00018715
           END-IF.                                                      00018716
           IF WS-XRST-CHKP-ID = SPACES THEN                             00018717
              MOVE 'S' TO RUN-FUNCTION                                  00018718
              MOVE 'N' TO RUN-MAINT-WINDOW                              00018719
              CALL 'LGRUNLOG' USING WS-RUNLOG                           00018720
              EVALUATE RUN-RC                                           00018721
                  WHEN 4                                                00018722
                     DISPLAY 'FSPSYNC1 ALREADY MARKED RUNNING THIS'     00018723
                             ' CYCLE' UPON CONSOLE                      00018724
                     MOVE 8 TO RETURN-CODE                              00018725
                     GOBACK                                             00018726
                  WHEN 6                                                00018727
                     DISPLAY 'FSPSYNC1 HELD - PREDECESSOR '             00018728
                             RUN-FAILED-PRED ' NOT ENDED CLEANLY'       00018729
                             UPON CONSOLE                               00018730
                     MOVE 12 TO RETURN-CODE                             00018731
                     GOBACK                                             00018732
              END-EVALUATE                                              00018733
           ELSE                                                         00018734
              SET WS-RESTARTED TO TRUE                                  00018735
              MOVE WS-SAVE-CHKP-SEQ   TO WS-CHKP-SEQ                    00018736
              MOVE WS-SAVE-ADD-COUNT  TO WS-ADD-COUNT                   00018737
              MOVE WS-SAVE-UPD-COUNT  TO WS-UPD-COUNT                   00018738
              MOVE WS-SAVE-DEL-COUNT  TO WS-DEL-COUNT                   00018739
              MOVE WS-SAVE-SAME-COUNT TO WS-SAME-COUNT                  00018740
              MOVE WS-SAVE-FAIL-COUNT TO WS-FAIL-COUNT                  00018741
              IF WS-SAVED-IN-APPLY THEN                                 00018742
                 COMPUTE WS-START-I = WS-SAVE-HR-I + 1                  00018743
              ELSE                                                      00018744
                 MOVE WS-SAVE-LAST-KEY TO SSA-GT-KEY                    00018745
                 SET WS-REPOSITION TO TRUE                              00018746
              END-IF                                                    00018747
              MOVE WS-SAVE-CYCLE-DATE TO RUN-CYCLE-DATE                 00018748
              MOVE WS-XRST-CHKP-ID TO RUN-CHKP-ID                       00018749
              MOVE 'X' TO RUN-FUNCTION                                  00018750
              CALL 'LGRUNLOG' USING WS-RUNLOG                           00018751
              DISPLAY 'FSPSYNC1 RESTARTED FROM CHECKPOINT '             00018752
                      WS-XRST-CHKP-ID UPON CONSOLE                      00018753
           END-IF.                                                      00018754
           EXIT.                                                        00018755
                                                                        00018756
       MARK-RUN-ENDED.                                                  00018757
           MOVE 'E' TO RUN-FUNCTION.                                    00018758
           PERFORM SET-RUN-COUNTERS.                                    00018759
           MOVE RETURN-CODE TO RUN-RETURN-CODE.                         00018760
           CALL 'LGRUNLOG' USING WS-RUNLOG.                             00018761
           EXIT.                                                        00018762
                                                                        00018763
      * READ IS THE HR EXTRACT, WRITTEN THE PHONEBOOK CHANGES MADE,     00018764
      * REJECTED THE CHANGES DL/I REFUSED                               00018765
                                                                        00018766
       SET-RUN-COUNTERS.                                                00018767
           MOVE WS-HR-COUNT TO RUN-RECORDS-READ.                        00018768
           COMPUTE RUN-RECORDS-WRITTEN =                                00018769
                   WS-ADD-COUNT + WS-UPD-COUNT + WS-DEL-COUNT.          00018770
           MOVE WS-FAIL-COUNT TO RUN-RECORDS-REJECTED.                  00018771
           EXIT.                                                        00018772
                                                                        00018800
      * PROCEDURE LOAD-HR-EXTRACT                                       00018900
                                                                        00019000
              MOVE HR-FIRST-NAME TO WS-HR-FIRST-NAME(WS-HR-COUNT)       00019900
              MOVE HR-EXTENSION  TO WS-HR-EXTENSION(WS-HR-COUNT)        00020000
              MOVE HR-ZIP-CODE   TO WS-HR-ZIP-CODE(WS-HR-COUNT)         00020100
              MOVE HR-EMP-NO     TO WS-HR-EMP-NO(WS-HR-COUNT)           00020150
              READ HR-FILE                                              00020200
                   AT END SET WS-HR-EOF TO TRUE                         00020300
              END-READ                                                  00020400
           END-IF.                                                      00021000
           EXIT.                                                        00021100
                                                                        00021200
      * PROCEDURE APPLY-HR-ENTRIES - EACH HR ENTRY IS LOOKED UP BY      00021300
      * EMPLOYEE NUMBER WITH A HOLD SO A DIFFERING ENTRY CAN BE         00021400
      * REPLACED IN PLACE; A MISSING ONE IS A JOINER AND IS INSERTED    00021500
                                                                        00021600
       APPLY-HR-ENTRIES.                                                00021700
           PERFORM APPLY-ONE-HR-ENTRY                                   00021800
                   VARYING WS-I FROM WS-START-I BY 1                    00021900
                   UNTIL WS-I > WS-HR-COUNT.                            00022000
           EXIT.                                                        00022100
                                                                        00022200
       APPLY-ONE-HR-ENTRY.                                              00022300
           IF WS-HR-EMP-NO(WS-I) = SPACES THEN                          00022666
              PERFORM REJECT-HR-ENTRY                                   00023032
           ELSE                                                         00023400
              PERFORM MATCH-HR-ENTRY                                    00023500
           END-IF.                                                      00023512
           ADD 1 TO WS-CHKP-COUNT.                                      00023524
           IF WS-CHKP-COUNT >= WS-CHKP-INTERVAL THEN                    00023536
              MOVE 'A' TO WS-SAVE-PHASE                                 00023548
              MOVE WS-I TO WS-SAVE-HR-I                                 00023560
              MOVE SPACES TO WS-SAVE-LAST-KEY                           00023572
              PERFORM TAKE-CHECKPOINT                                   00023584
           END-IF.                                                      00023600
           EXIT.                                                        00023700
                                                                        00023800
       REJECT-HR-ENTRY.                                                 00023803
           ADD 1 TO WS-FAIL-COUNT.                                      00023806
           MOVE SPACES TO EXCEPT-RECORD.                                00023809
           MOVE WS-HR-LAST-NAME(WS-I)  TO EX-LAST-NAME.                 00023812
           MOVE WS-HR-FIRST-NAME(WS-I) TO EX-FIRST-NAME.                00023815
           MOVE WS-HR-EXTENSION(WS-I)  TO EX-EXTENSION.                 00023818
           MOVE WS-HR-ZIP-CODE(WS-I)   TO EX-ZIP-CODE.                  00023821
           MOVE 'NO EMPLOYEE NUMBER - NOT APPLIED' TO EX-REASON.        00023824
           WRITE EXCEPT-RECORD.                                         00023827
           EXIT.                                                        00023830
                                                                        00023833
       MATCH-HR-ENTRY.                                                  00023836
           MOVE WS-HR-EMP-NO(WS-I) TO SSA-KEY.                          00023839
           CALL 'CBLTDLI' USING GET-HOLD-UNIQUE, DBPCB, IOAREA, SSA.    00023842
           IF DBSTATUS = SPACES THEN                                    00023845
              IF IO-LAST-NAME = WS-HR-LAST-NAME(WS-I) AND               00023848
                 IO-FIRST-NAME = WS-HR-FIRST-NAME(WS-I) AND             00023851
                 IO-EXTENSION = WS-HR-EXTENSION(WS-I) AND               00023854
                 IO-ZIP-CODE = WS-HR-ZIP-CODE(WS-I) THEN                00023857
                 ADD 1 TO WS-SAME-COUNT                                 00023860
              ELSE                                                      00023863
                 PERFORM REPLACE-PHONEBOOK-ENTRY                        00023866
              END-IF                                                    00023869
           ELSE                                                         00023872
              PERFORM INSERT-PHONEBOOK-ENTRY                            00023875
           END-IF.                                                      00023878
           EXIT.                                                        00023881
                                                                        00023884
       REPLACE-PHONEBOOK-ENTRY.                                         00023900
           MOVE IO-FIRST-NAME TO AUD-OLD-FIRST-NAME.                    00024000
           MOVE IO-EXTENSION  TO AUD-OLD-EXTENSION.                     00024100
           MOVE IO-ZIP-CODE   TO AUD-OLD-ZIP-CODE.                      00024200
           MOVE WS-HR-LAST-NAME(WS-I)  TO IO-LAST-NAME.                 00024250
           MOVE WS-HR-FIRST-NAME(WS-I) TO IO-FIRST-NAME.                00024300
           MOVE WS-HR-EXTENSION(WS-I)  TO IO-EXTENSION.                 00024400
           MOVE WS-HR-ZIP-CODE(WS-I)   TO IO-ZIP-CODE.                  00024500
              MOVE IO-ZIP-CODE   TO AUD-NEW-ZIP-CODE                    00025200
              PERFORM WRITE-AUDIT                                       00025300
           ELSE                                                         00025400
              ADD 1 TO WS-FAIL-COUNT                                    00025450
              DISPLAY 'FSPSYNC1 REPL FAILED ' DBSTATUS ' FOR '          00025500
                      IO-EMP-NO UPON CONSOLE                            00025600
           END-IF.                                                      00025700
           EXIT.                                                        00025800
                                                                        00025900
           MOVE WS-HR-FIRST-NAME(WS-I) TO IO-FIRST-NAME.                00026200
           MOVE WS-HR-EXTENSION(WS-I)  TO IO-EXTENSION.                 00026300
           MOVE WS-HR-ZIP-CODE(WS-I)   TO IO-ZIP-CODE.                  00026400
           MOVE WS-HR-EMP-NO(WS-I)     TO IO-EMP-NO.                    00026450
           CALL 'CBLTDLI' USING ISRT, DBPCB, IOAREA, SSA1.              00026500
           IF DBSTATUS = SPACES THEN                                    00026600
              ADD 1 TO WS-ADD-COUNT                                     00026700
              MOVE IO-ZIP-CODE   TO AUD-NEW-ZIP-CODE                    00027200
              PERFORM WRITE-AUDIT                                       00027300
           ELSE                                                         00027400
              ADD 1 TO WS-FAIL-COUNT                                    00027450
              DISPLAY 'FSPSYNC1 ISRT FAILED ' DBSTATUS ' FOR '          00027500
                      IO-EMP-NO UPON CONSOLE                            00027600
           END-IF.                                                      00027700
           EXIT.                                                        00027800
                                                                        00027900
                                                                        00028400
       SWEEP-FOR-LEAVERS.                                               00028500
           MOVE SPACES TO SSA-KEY.                                      00028600
           PERFORM NEXT-PHONEBOOK-ENTRY.                                00028700
           PERFORM WITH TEST BEFORE UNTIL DBSTATUS = END-OF-DATABASE    00028800
              IF DBSTATUS = SPACES THEN                                 00028900
                 PERFORM CHECK-ONE-PHONEBOOK-ENTRY                      00029000
                 PERFORM CHECKPOINT-IN-SWEEP                            00029050
              ELSE                                                      00029100
                 DISPLAY 'FSPSYNC1 GN FAILED ' DBSTATUS UPON CONSOLE    00029200
                 PERFORM BACK-OUT-RUN                                   00029300
              END-IF                                                    00029400
              PERFORM NEXT-PHONEBOOK-ENTRY                              00029406
           END-PERFORM.                                                 00029412
           EXIT.                                                        00029418
                                                                        00029424
      * AFTER A CHECKPOINT THE NEXT ENTRY IS THE FIRST ONE PAST THE     00029430
      * LAST EMPLOYEE NUMBER SWEPT; NOTHING PAST IT IS THE END OF       00029434
      * THE DATABASE                                                    00029438
                                                                        00029442
       NEXT-PHONEBOOK-ENTRY.                                            00029448
           IF WS-REPOSITION THEN                                        00029454
              MOVE 'N' TO WS-REPOSITION-SW                              00029460
              CALL 'CBLTDLI' USING GET-UNIQUE, DBPCB, IOAREA, SSA-GT    00029466
              IF DBSTATUS = NOT-FOUND THEN                              00029472
                 MOVE END-OF-DATABASE TO DBSTATUS                       00029478
              END-IF                                                    00029484
           ELSE                                                         00029490
              CALL 'CBLTDLI' USING GET-NEXT, DBPCB, IOAREA              00029500
           END-IF.                                                      00029514
           EXIT.                                                        00029528
                                                                        00029542
       CHECKPOINT-IN-SWEEP.                                             00029556
           ADD 1 TO WS-CHKP-COUNT.                                      00029570
           IF WS-CHKP-COUNT >= WS-CHKP-INTERVAL THEN                    00029584
              MOVE 'S' TO WS-SAVE-PHASE                                 00029598
              MOVE 0 TO WS-SAVE-HR-I                                    00029612
              MOVE IO-EMP-NO TO WS-SAVE-LAST-KEY                        00029626
              MOVE IO-EMP-NO TO SSA-GT-KEY                              00029640
              PERFORM TAKE-CHECKPOINT                                   00029654
              SET WS-REPOSITION TO TRUE                                 00029668
           END-IF.                                                      00029682
           EXIT.                                                        00029700
                                                                        00029800
       CHECK-ONE-PHONEBOOK-ENTRY.                                       00029900
           MOVE 'N' TO WS-FOUND-SW.                                     00030000
           PERFORM VARYING WS-I FROM 1 BY 1                             00030100
                   UNTIL WS-I > WS-HR-COUNT OR WS-HR-KNOWS              00030200
              IF WS-HR-EMP-NO(WS-I) = IO-EMP-NO THEN                    00030300
                 SET WS-HR-KNOWS TO TRUE                                00030400
              END-IF                                                    00030500
           END-PERFORM.                                                 00030600
           MOVE IO-FIRST-NAME TO EX-FIRST-NAME.                         00031500
           MOVE IO-EXTENSION  TO EX-EXTENSION.                          00031600
           MOVE IO-ZIP-CODE   TO EX-ZIP-CODE.                           00031700
           MOVE IO-EMP-NO     TO EX-EMP-NO.                             00031750
           MOVE 'NOT ON HR EXTRACT - DELETED' TO EX-REASON.             00031800
           WRITE EXCEPT-RECORD.                                         00031900
                                                                        00032000
           MOVE IO-FIRST-NAME TO AUD-OLD-FIRST-NAME.                    00032100
           MOVE IO-EXTENSION  TO AUD-OLD-EXTENSION.                     00032200
           MOVE IO-ZIP-CODE   TO AUD-OLD-ZIP-CODE.                      00032300
           MOVE IO-EMP-NO TO SSA-KEY.                                   00032400
           CALL 'CBLTDLI' USING GET-HOLD-UNIQUE, DBPCB, IOAREA, SSA.    00032500
           IF DBSTATUS = SPACES THEN                                    00032600
              CALL 'CBLTDLI' USING DLET, DBPCB, IOAREA                  00032700
                 MOVE SPACES TO AUD-NEW-DATA                            00033100
                 PERFORM WRITE-AUDIT                                    00033200
              ELSE                                                      00033300
                 ADD 1 TO WS-FAIL-COUNT                                 00033350
                 DISPLAY 'FSPSYNC1 DLET FAILED ' DBSTATUS ' FOR '       00033400
                         IO-EMP-NO UPON CONSOLE                         00033500
              END-IF                                                    00033600
           END-IF.                                                      00033700
           EXIT.                                                        00033800
                                                                        00033802
      * PROCEDURE TAKE-CHECKPOINT - THE RUNLOG ROW IS UPDATED FIRST     00033804
      * SO THE CHKP COMMITS IT TOGETHER WITH THE CHANGES IT COUNTS.     00033806
      * THE CALLER HAS SET THE PHASE AND POSITION TO RESUME FROM        00033808
                                                                        00033810
       TAKE-CHECKPOINT.                                                 00033812
           ADD 1 TO WS-CHKP-SEQ.                                        00033814
           MOVE WS-CHKP-SEQ   TO WS-SAVE-CHKP-SEQ.                      00033816
           MOVE WS-ADD-COUNT  TO WS-SAVE-ADD-COUNT.                     00033818
           MOVE WS-UPD-COUNT  TO WS-SAVE-UPD-COUNT.                     00033820
           MOVE WS-DEL-COUNT  TO WS-SAVE-DEL-COUNT.                     00033822
           MOVE WS-SAME-COUNT TO WS-SAVE-SAME-COUNT.                    00033824
           MOVE WS-FAIL-COUNT TO WS-SAVE-FAIL-COUNT.                    00033826
           MOVE RUN-CYCLE-DATE TO WS-SAVE-CYCLE-DATE.                   00033828
           MOVE 'C' TO RUN-FUNCTION.                                    00033830
           MOVE WS-CHKP-ID TO RUN-CHKP-ID.                              00033832
           PERFORM SET-RUN-COUNTERS.                                    00033834
           CALL 'LGRUNLOG' USING WS-RUNLOG.                             00033836
           CALL 'CBLTDLI' USING CHKP, IOPCB, WS-CHKP-ID-LEN,            00033838
                WS-CHKP-ID, WS-CHKP-SAVE-LEN, WS-CHKP-SAVE.             00033840
           IF IO-STATUS NOT = SPACES THEN                               00033842
              DISPLAY 'FSPSYNC1 CHKP FAILED ' IO-STATUS UPON CONSOLE    00033844
              PERFORM BACK-OUT-RUN                                      00033846
           END-IF.                                                      00033848
           MOVE 0 TO WS-CHKP-COUNT.                                     00033850
           EXIT.                                                        00033852
                                                                        00033854
      * A RUN GIVING UP ON A DL/I ERROR MUST NOT END NORMALLY AND       00033856
      * COMMIT WHAT IT DID SINCE THE LAST CHECKPOINT                    00033858
                                                                        00033860
       BACK-OUT-RUN.                                                    00033862
           CALL 'CBLTDLI' USING ROLB, IOPCB.                            00033864
           MOVE 16 TO RETURN-CODE.                                      00033866
           GOBACK.                                                      00033868
                                                                        00033900
      * WRITES ONE DATED AUDIT RECORD PER APPLIED CHANGE, SAME AS       00034000
      * THE ONLINE ADD/UPD/DEL PATH IN FSPPROCX                         00034100
           ACCEPT AUD-TIME FROM TIME.                                   00034500
           MOVE 'FSPSYNC1' TO AUD-USERID.                               00034600
           MOVE IO-LAST-NAME TO AUD-LAST-NAME.                          00034700
           MOVE IO-EMP-NO    TO AUD-EMP-NO.                             00034750
           CALL 'CBLTDLI' USING ISRT, AUDITPCB, AUDIT-RECORD.           00034800
           IF AUDIT-STATUS NOT = SPACES THEN                            00034900
              DISPLAY 'FSPSYNC1 AUDIT WRITE FAILED ' AUDIT-STATUS       00035000
