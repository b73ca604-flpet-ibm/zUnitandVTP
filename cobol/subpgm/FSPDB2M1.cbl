      *                 MERGE-LOADS THEM: EXISTING ROWS ARE UPDATED,    00001100
      *                 NEW ONES INSERTED, AND ROWS WHOSE LOADTS WAS    00001200
      *                 NOT REFRESHED THIS RUN (GONE FROM IMS) ARE      00001300
      *                 DELETED AT THE END.  ROWS ARE MATCHED ON THE    00001366
      *                 EMPLOYEE NUMBER, THE SAME KEY AS THE ROOT.      00001432
      *                                                                 00001500
       ENVIRONMENT DIVISION.                                            00001600
       CONFIGURATION SECTION.                                           00001700
      * DL/I CALL STATUS CODE                                           00002700
                                                                        00002800
       77  END-OF-DATABASE PIC  X(4)  VALUE 'GB'.                       00002900
                                                                        00002933
      * UNQUALIFIED SSA - THE SWEEP SEES ROOTS ONLY, NOT THE            00002950
      * DEPARTMENT CHILD SEGMENTS UNDER THEM                            00002960
                                                                        00002970
       77  SSA1            PIC  X(9)  VALUE 'A1111111 '.                00002980
                                                                        00003000
      * COUNTERS                                                        00003100
                                                                        00003200
      * I/O AREA FOR ROOT SEGMENT RETRIEVAL                             00003800
                                                                        00003900
       01  IOAREA.                                                      00004000
           02  IO-BLANK  PIC  X(43) VALUE SPACES.                       00004100
           02  IO-DATA REDEFINES IO-BLANK.                              00004200
               03  IO-LAST-NAME   PIC  X(10).                           00004300
               03  IO-FIRST-NAME  PIC  X(10).                           00004400
               03  IO-EXTENSION   PIC  X(10).                           00004500
               03  IO-ZIP-CODE    PIC  X(7).                            00004600
               03  IO-EMP-NO      PIC  X(6).                            00004650
                                                                        00004700
       01  WS-RUN-TS       PIC X(26).                                   00004800
                                                                        00004900
              GOBACK                                                    00008600
           END-IF.                                                      00008700
                                                                        00008800
           PERFORM GET-NEXT-SEGMENT.                                    00008900
                                                                        00009000
           PERFORM WITH TEST BEFORE UNTIL DBSTATUS = END-OF-DATABASE    00009100
              IF DBSTATUS EQUAL SPACES                                  00009200
              ELSE                                                      00009400
                 PERFORM DB-ERROR                                       00009500
              END-IF                                                    00009600
              PERFORM GET-NEXT-SEGMENT                                  00009700
           END-PERFORM.                                                 00009800
                                                                        00009900
           PERFORM DELETE-VANISHED-ROWS.                                00010000
                   UPON CONSOLE.                                        00010800
           GOBACK.                                                      00010900
                                                                        00011000
      * THE AREA IS CLEARED FIRST - A ROOT SHORTER THAN IOAREA (THE     00011010
      * LAYOUT WITHOUT THE EMPLOYEE NUMBER) LEAVES THE REST BLANK       00011020
                                                                        00011030
       GET-NEXT-SEGMENT.                                                00011040
           MOVE SPACES TO IO-BLANK.                                     00011050
           CALL 'CBLTDLI' USING GET-NEXT, DBPCB, IOAREA, SSA1.          00011060
           EXIT.                                                        00011070
                                                                        00011080
      * PROCEDURE MERGE-ONE-SEGMENT                                     00011100
                                                                        00011200
       MERGE-ONE-SEGMENT.                                               00011300
           ADD 1 TO WS-SWEEP-COUNT.                                     00011400
           EXEC SQL                                                     00011500
              UPDATE GENASA1.PHONEBOOK                                  00011600
              SET    LASTNAME  = :IO-LAST-NAME,                         00011666
                     FIRSTNAME = :IO-FIRST-NAME,                        00011732
                     EXTENSION = :IO-EXTENSION,                         00011800
                     ZIPCODE   = :IO-ZIP-CODE,                          00011900
                     LOADTS    = :WS-RUN-TS                             00012000
              WHERE  EMPNO     = :IO-EMP-NO                             00012100
           END-EXEC.                                                    00012200
           EVALUATE TRUE                                                00012300
               WHEN SQLCODE = 0                                         00012400
       INSERT-MIRROR-ROW.                                               00013400
           EXEC SQL                                                     00013500
              INSERT INTO GENASA1.PHONEBOOK                             00013600
                        ( EMPNO, LASTNAME, FIRSTNAME, EXTENSION,        00013700
                          ZIPCODE, LOADTS )                             00013800
                 VALUES ( :IO-EMP-NO, :IO-LAST-NAME, :IO-FIRST-NAME,    00013900
                          :IO-EXTENSION, :IO-ZIP-CODE,                  00014000
                          :WS-RUN-TS )                                  00014100
           END-EXEC.                                                    00014200
