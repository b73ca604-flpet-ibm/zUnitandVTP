      *                 UNLOADING EVERY PHONEBOOK ENTRY TO A FLAT       00000800
      *                 SEQUENTIAL FILE MATCHING THE SEGMENT LAYOUT,    00000900
      *                 FOR RELOAD BY FSPLOAD1 AFTER A REORGANIZATION   00001000
      *                 OR A MOVE TO A NEW DBD.  EACH RECORD CARRIES    00001025
      *                 THE ROOT (PERSON DATA AND EMPLOYEE NUMBER)      00001050
      *                 FOLLOWED BY ITS DEPARTMENT CHILD, BLANK WHEN    00001075
      *                 THERE IS NONE.  RUN AGAINST THE DATABASE AS IT  00001100
      *                 WAS BEFORE IT WAS KEYED ON EMPLOYEE NUMBER, THE 00001125
      *                 EMPLOYEE NUMBER IS LEFT BLANK AND FSPLOAD1      00001150
      *                 TAKES IT FROM THE HR EXTRACT.                   00001175
      *                                                                 00001200
       ENVIRONMENT DIVISION.                                            00001600
       CONFIGURATION SECTION.                                           00001700
       DATA DIVISION.                                                   00002400
       FILE SECTION.                                                    00002500
       FD  UNLOAD-FILE                                                  00002600
           RECORD CONTAINS 70 CHARACTERS                                00002700
           BLOCK CONTAINS 0 RECORDS                                     00002800
           RECORDING MODE IS F                                          00002900
           LABEL RECORDS ARE OMITTED                                    00003000
           02  UNL-FIRST-NAME  PIC  X(10).                              00003400
           02  UNL-EXTENSION   PIC  X(10).                              00003500
           02  UNL-ZIP-CODE    PIC  X(7).                               00003600
           02  UNL-EMP-NO      PIC  X(6).                               00003616
           02  UNL-DEPT-DATA.                                           00003632
               03  UNL-DEPT-CODE        PIC  X(8).                      00003648
               03  UNL-DEPT-JOB-TITLE   PIC  X(11).                     00003664
               03  UNL-DEPT-DEPUTY-EXT  PIC  X(8).                      00003680
      *                                                                 00003700
       WORKING-STORAGE SECTION.                                         00003800
      * DL/I FUNCTION CODES                                             00003900
      * UNLOAD RECORD COUNTER                                           00004700
                                                                        00004800
       77  WS-UNLOAD-COUNT PIC  9(5) COMP VALUE 0.                      00004900
       77  WS-PENDING-SW   PIC  X(1) VALUE 'N'.                         00004933
           88  WS-RECORD-PENDING     VALUE 'Y'.                         00004966
                                                                        00005000
      * I/O AREA FOR ROOT SEGMENT RETRIEVAL                             00005100
                                                                        00005200
       01  IOAREA.                                                      00005300
           02  IO-BLANK  PIC  X(43) VALUE SPACES.                       00005400
           02  IO-DATA REDEFINES IO-BLANK.                              00005500
               03  IO-LAST-NAME   PIC  X(10).                           00005600
               03  IO-FIRST-NAME  PIC  X(10).                           00005700
               03  IO-EXTENSION   PIC  X(10).                           00005800
               03  IO-ZIP-CODE    PIC  X(7).                            00005900
               03  IO-EMP-NO      PIC  X(6).                            00005911
      *    THE SAME AREA SEEN AS THE DEPARTMENT CHILD SEGMENT           00005922
      *    (A111DEPT) WHEN THE GN SWEEP RETURNS ONE                     00005933
           02  IO-DEPT-DATA REDEFINES IO-BLANK.                         00005944
               03  IO-DEPT-CODE       PIC  X(8).                        00005955
               03  IO-DEPT-JOB-TITLE  PIC  X(11).                       00005966
               03  IO-DEPT-DEPUTY     PIC  X(8).                        00005977
               03  FILLER             PIC  X(16).                       00005988
                                                                        00006000
      * GSAM TEXT FOR ERROR CALL                                        00006100
                                                                        00006200
       MAIN-RTN.                                                        00008600
           OPEN OUTPUT UNLOAD-FILE.                                     00008700
           MOVE 0 TO WS-UNLOAD-COUNT.                                   00008800
           PERFORM GET-NEXT-SEGMENT.                                    00008900
                                                                        00009000
           PERFORM WITH TEST BEFORE UNTIL DBSTATUS = END-OF-DATABASE    00009100
              IF DBSTATUS EQUAL SPACES                                  00009200
                 IF SEG-NAME-FB OF DBPCB = 'A111DEPT'                   00009233
                    PERFORM NOTE-DEPARTMENT                             00009266
                 ELSE                                                   00009299
                    PERFORM START-UNLOAD-RECORD                         00009332
                 END-IF                                                 00009365
              ELSE                                                      00009400
                 PERFORM DB-ERROR                                       00009500
              END-IF                                                    00009600
              PERFORM GET-NEXT-SEGMENT                                  00009700
           END-PERFORM.                                                 00009800
           IF WS-RECORD-PENDING THEN                                    00009825
              PERFORM WRITE-UNLOAD-RECORD                               00009850
           END-IF.                                                      00009875
                                                                        00009900
           CLOSE UNLOAD-FILE.                                           00010000
           DISPLAY 'FSPUNLD1 SEGMENTS UNLOADED: ' WS-UNLOAD-COUNT       00010100
                   UPON CONSOLE.                                        00010200
           GOBACK.                                                      00010300
                                                                        00010400
      * THE AREA IS CLEARED FIRST - A ROOT SHORTER THAN IOAREA (THE     00010403
      * LAYOUT WITHOUT THE EMPLOYEE NUMBER) LEAVES THE REST BLANK       00010406
                                                                        00010409
       GET-NEXT-SEGMENT.                                                00010412
           MOVE SPACES TO IO-BLANK.                                     00010415
           CALL 'CBLTDLI' USING GET-NEXT, DBPCB, IOAREA.                00010418
           EXIT.                                                        00010421
                                                                        00010424
      * PROCEDURE START-UNLOAD-RECORD - A ROOT WRITES THE ENTRY         00010427
      * BEFORE IT, WHOSE DEPARTMENT CHILD (IF ANY) HAS NOW BEEN SEEN    00010430
                                                                        00010433
       START-UNLOAD-RECORD.                                             00010436
           IF WS-RECORD-PENDING THEN                                    00010439
              PERFORM WRITE-UNLOAD-RECORD                               00010442
           END-IF.                                                      00010445
           MOVE SPACES TO UNLOAD-RECORD.                                00010448
           MOVE IO-LAST-NAME  TO UNL-LAST-NAME.                         00010451
           MOVE IO-FIRST-NAME TO UNL-FIRST-NAME.                        00010454
           MOVE IO-EXTENSION  TO UNL-EXTENSION.                         00010457
           MOVE IO-ZIP-CODE   TO UNL-ZIP-CODE.                          00010460
           MOVE IO-EMP-NO     TO UNL-EMP-NO.                            00010463
           SET WS-RECORD-PENDING TO TRUE.                               00010466
           EXIT.                                                        00010469
                                                                        00010472
       NOTE-DEPARTMENT.                                                 00010475
           IF WS-RECORD-PENDING THEN                                    00010478
              MOVE IO-DEPT-CODE      TO UNL-DEPT-CODE                   00010481
              MOVE IO-DEPT-JOB-TITLE TO UNL-DEPT-JOB-TITLE              00010484
              MOVE IO-DEPT-DEPUTY    TO UNL-DEPT-DEPUTY-EXT             00010487
           END-IF.                                                      00010490
           EXIT.                                                        00010493
                                                                        00010496
      * PROCEDURE WRITE-UNLOAD-RECORD                                   00010500
                                                                        00010600
       WRITE-UNLOAD-RECORD.                                             00010700
           ADD 1 TO WS-UNLOAD-COUNT.                                    00010800
           WRITE UNLOAD-RECORD.                                         00011300
           MOVE 'N' TO WS-PENDING-SW.                                   00011350
           EXIT.                                                        00011400
                                                                        00011500
       DB-ERROR.                                                        00011600
