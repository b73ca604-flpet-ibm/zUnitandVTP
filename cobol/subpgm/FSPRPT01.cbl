      * I/O AREA FOR ROOT SEGMENT RETRIEVAL                             00004400
                                                                        00004500
       01  IOAREA.                                                      00004600
           02  IO-BLANK  PIC  X(43) VALUE SPACES.                       00004700
           02  IO-DATA REDEFINES IO-BLANK.                              00004800
               03  IO-LAST-NAME   PIC  X(10).                           00004900
               03  IO-FIRST-NAME  PIC  X(10).                           00005000
               03  IO-EXTENSION   PIC  X(10).                           00005100
               03  IO-ZIP-CODE    PIC  X(7).                            00005200
               03  IO-EMP-NO      PIC  X(6).                            00005250
      *    THE SAME AREA SEEN AS THE DEPARTMENT CHILD SEGMENT           00005300
      *    (A111DEPT) WHEN THE GN SWEEP RETURNS ONE                     00005400
           02  IO-DEPT-DATA REDEFINES IO-BLANK.                         00005500
               03  IO-DEPT-CODE       PIC  X(8).                        00005600
               03  IO-DEPT-JOB-TITLE  PIC  X(11).                       00005700
               03  IO-DEPT-DEPUTY     PIC  X(8).                        00005800
               03  FILLER             PIC  X(16).                       00005900
                                                                        00006000
      *    DIRECTORY ENTRIES COLLECTED DURING THE SWEEP SO THE          00006100
      *    PER-DEPARTMENT SECTIONS CAN BE PRINTED AFTERWARDS            00006200
