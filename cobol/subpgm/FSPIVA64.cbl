 CBL  APOST,DYNAM                                                       00000100
       IDENTIFICATION DIVISION.                                         00000200
       PROGRAM-ID.  FSPIVA64.                                           00000300
      *                                                                 00000400
      ********************************************************@SCPYRT** 00000500
      *                                                               * 00000600
      *        FIRST NAME   : XXXXXXXXXX                                00003700
      *        EXTENSION#   : N-NNN-NNNN                                00003800
      *        INTERNAL ZIP : XXX/XXX                                   00003900
      *        USERID       : XXXXXXXX                                  00003933
      *        EMPLOYEE NO  : XXXXXX                                    00003966
      *                                                                 00004000
      * CCCCCCCC = COMMAND                                              00004100
      *        ADD     = INSERT ENTRY IN DB                             00004200
       WORKING-STORAGE SECTION.                                         00005800
      * Generated program name variable                                 00005900
       77 FSPPROCI PIC X(8) VALUE 'FSPPROCI'.                           00006000
                                                                        00006100
                                                                        00006200
      * DL/I FUNCTION CODES                                             00006300
               03  IN-FIRST-NAME PIC  X(10).                            00009000
               03  IN-EXTENSION  PIC  X(10).                            00009100
               03  IN-ZIP-CODE   PIC  X(7).                             00009200
               03  IN-USERID     PIC  X(8).                             00009225
               03  IN-EMP-NO     PIC  X(6).                             00009250
               03  INFILL        PIC  X(21).                            00009300
                                                                        00009400
                                                                        00009500
      * I/O AREA FOR DATACASE HANDLING                                  00009600
                                                                        00009700
       01  IOAREA.                                                      00009800
           02  IO-BLANK  PIC  X(43) VALUE SPACES.                       00009900
           02  IO-SEGMENT REDEFINES IO-BLANK.                           00010000
               03  IO-DATA.                                             00010033
                   04  IO-LAST-NAME   PIC  X(10).                       00010066
                   04  IO-FIRST-NAME  PIC  X(10).                       00010100
                   04  IO-EXTENSION   PIC  X(10).                       00010200
                   04  IO-ZIP-CODE    PIC  X(7).                        00010300
               03  IO-EMP-NO      PIC  X(6).                            00010400
           02  IO-FILLER    PIC  X(3) VALUE SPACES.                     00010500
           02  IO-COMMAND   PIC  X(8) VALUE SPACES.                     00010600
                                                                        00010700
           02  LENGTH-FB-KEY   PIC  9(4).                               00015600
           02  NUMB-SENS-SEGS  PIC  9(4).                               00015700
           02  KEY-FB-AREA     PIC  X(17).                              00015800
       01  AUDITPCB.                                                    00015810
           02  DBD-NAME        PIC  X(8).                               00015820
           02  SEG-LEVEL       PIC  X(2).                               00015830
           02  AUDIT-STATUS    PIC  X(2).                               00015840
           02  PROC-OPTIONS    PIC  X(4).                               00015850
           02  RESERVE-DLI     PIC  X(4).                               00015860
           02  SEG-NAME-FB     PIC  X(8).                               00015870
           02  LENGTH-FB-KEY   PIC  9(4).                               00015880
           02  NUMB-SENS-SEGS  PIC  9(4).                               00015890
           02  KEY-FB-AREA     PIC  X(17).                              00015900
       01  NAMEPCB.                                                     00015910
           02  DBD-NAME        PIC  X(8).                               00015920
           02  SEG-LEVEL       PIC  X(2).                               00015930
           02  NAME-STATUS     PIC  X(2).                               00015940
           02  PROC-OPTIONS    PIC  X(4).                               00015950
           02  RESERVE-DLI     PIC  X(4).                               00015960
           02  SEG-NAME-FB     PIC  X(8).                               00015970
           02  LENGTH-FB-KEY   PIC  9(4).                               00015980
           02  NUMB-SENS-SEGS  PIC  9(4).                               00015985
           02  KEY-FB-AREA     PIC  X(17).                              00015990
                                                                        00015995
       PROCEDURE DIVISION USING IOPCB, DBPCB, GIPCB, GOPCB,             00016000
                                AUDITPCB, NAMEPCB.                      00016050
                                                                        00016100
      * ON ENTRY IMS PASSES ADDRESSES FOR IOPCB, DBPCB, GIPCB, GOPCB,   00016200
      * AUDITPCB (GSAM AUDIT TRAIL) AND NAMEPCB (LAST-NAME INDEX)       00016250
                                                                        00016300
       MAIN-RTN.                                                        00016400
           MOVE 0 TO SET-DATA-FLAG.                                     00016500
       PROCESS-INPUT.                                                   00018300
                                                                        00018400
           CALL FSPPROCI USING INPUT-AREA, IOAREA,                      00018500
                   DBPCB, GIPCB, GOPCB, AUDITPCB, NAMEPCB.              00018600
                                                                        00018700
                                                                        00018800
       GSAM-ERROR.                                                      00018900
