      *| DATE GENERATED: 07/01/2025 12:31                              |
      *| ID: ea999784-42dd-4a56-a7c6-df377acb273f                      |
      *+---------------------------------------------------------------+
      *  IN-EMP-NO AND THE IO-SEGMENT VIEW OF IOAREA ADDED BY HAND
      *  FOR THE EMPLOYEE-NUMBER KEY - RE-RECORD TO REFRESH THE
      *  PLAYBACK.
      *+---------------------------------------------------------------+
      *| UNIT TEST FOR Z/OS: TEST_TEST1                                |
      *|     FOR TEST TEST1                                            |
         3 ZUT00000041 PIC  X(7).
      *    *** IN-USERID : ZUT00000074
         3 ZUT00000074 PIC  X(8).
      *    *** IN-EMP-NO : ZUT00000075
         3 ZUT00000075 PIC  X(6).
      *    *** INFILL : ZUT00000042
         3 ZUT00000042 PIC  X(21).
      *  *** IOAREA : ZUT00000043
       1 ZUT00000043.
      *    *** IO-BLANK : ZUT00000044
         2 ZUT00000044 PIC  X(43).
      *    *** IO-SEGMENT : ZUT00000076
         2 ZUT00000076 REDEFINES ZUT00000044.
      *    *** IO-DATA : ZUT00000045
         3 ZUT00000045.
      *    *** IO-LAST-NAME : ZUT00000046
         4 ZUT00000046 PIC  X(10).
      *    *** IO-FIRST-NAME : ZUT00000047
         4 ZUT00000047 PIC  X(10).
      *    *** IO-EXTENSION : ZUT00000048
         4 ZUT00000048 PIC  X(10).
      *    *** IO-ZIP-CODE : ZUT00000049
         4 ZUT00000049 PIC  X(7).
      *    *** IO-EMP-NO : ZUT00000077
         3 ZUT00000077 PIC  X(6).
      *    *** IO-FILLER : ZUT0000004A
         2 ZUT0000004A PIC  X(3).
      *    *** IO-COMMAND : ZUT0000004B
         2 ZUT00000068 PIC  9(4).
      *    *** KEY-FB-AREA : ZUT00000069
         2 ZUT00000069 PIC  X(17).
      *  *** AUDITPCB : ZUT0000006A
       1 ZUT0000006A.
      *    *** DBD-NAME : ZUT0000006B
         2 ZUT0000006B PIC  X(8).
      *    *** SEG-LEVEL : ZUT0000006C
         2 ZUT0000006C PIC  X(2).
      *    *** AUDIT-STATUS : ZUT0000006D
         2 ZUT0000006D PIC  X(2).
      *    *** PROC-OPTIONS : ZUT0000006E
         2 ZUT0000006E PIC  X(4).
      *    *** RESERVE-DLI : ZUT0000006F
         2 ZUT0000006F PIC  X(4).
      *    *** SEG-NAME-FB : ZUT00000070
         2 ZUT00000070 PIC  X(8).
      *    *** LENGTH-FB-KEY : ZUT00000071
         2 ZUT00000071 PIC  9(4).
      *    *** NUMB-SENS-SEGS : ZUT00000072
         2 ZUT00000072 PIC  9(4).
      *    *** KEY-FB-AREA : ZUT00000073
         2 ZUT00000073 PIC  X(17).
       LINKAGE SECTION.
       01 AZ-TEST                   PIC X(80).
       01 AZ-ARG-LIST.
       1 AZ-PSB-ADDRS.
           3 AZ-PCB1 POINTER.
           3 AZ-PCB2 POINTER.
           3 AZ-PCB3 POINTER.
           3 AZ-PCB4 POINTER.
           3 AZ-PCB5 POINTER.
           3 AZ-PCB6 POINTER.
      *  *** DBPCB : ZUT0000004C
       1 ZUT0000004C.
      *    *** DBD-NAME : ZUT0000004D
         2 ZUT00000054 PIC  9(4).
      *    *** KEY-FB-AREA : ZUT00000055
         2 ZUT00000055 PIC  X(17).
      *  *** NAMEPCB : ZUT00000078
       1 ZUT00000078.
      *    *** DBD-NAME : ZUT00000079
         2 ZUT00000079 PIC  X(8).
      *    *** SEG-LEVEL : ZUT0000007A
         2 ZUT0000007A PIC  X(2).
      *    *** NAME-STATUS : ZUT0000007B
         2 ZUT0000007B PIC  X(2).
      *    *** PROC-OPTIONS : ZUT0000007C
         2 ZUT0000007C PIC  X(4).
      *    *** RESERVE-DLI : ZUT0000007D
         2 ZUT0000007D PIC  X(4).
      *    *** SEG-NAME-FB : ZUT0000007E
         2 ZUT0000007E PIC  X(8).
      *    *** LENGTH-FB-KEY : ZUT0000007F
         2 ZUT0000007F PIC  9(4).
      *    *** NUMB-SENS-SEGS : ZUT00000080
         2 ZUT00000080 PIC  9(4).
      *    *** KEY-FB-AREA : ZUT00000081
         2 ZUT00000081 PIC  X(17).
       01  AZ-SUB-PGM-LIST.
         03  AZ-SUB-PGM-COUNT       PIC 9(4) COMP-4.
         03  AZ-SUB-PGM-ADDRS  OCCURS 1 TO 100 TIMES
           CHARACTERS BEFORE INITIAL SPACE.
      * SET ADDRESS FOR DBPCB
           SET ADDRESS OF ZUT0000004C TO AZ-PCB2
      * SET ADDRESS FOR NAMEPCB
           SET ADDRESS OF ZUT00000078 TO AZ-PCB6
      * INITIALIZE PARAMETER
           PERFORM INITIALIZE-PARM
      * SET AREA ADDRESS TO POINTER
             PERFORM THROW-ASSERTION-M
           ELSE
              SET ADDRESS OF AZ-SUB-PGM-LIST TO AZ-SUB-ARG-LIST
              IF AZ-SUB-PGM-COUNT NOT EQUAL 7
                MOVE 1 TO MESSAGE-LEN OF BZ-ASSERT
                STRING 'SUB PROGRAM ARGUMENT COUNT DOES NOT MATCH.'
                  DELIMITED BY SIZE
              SET ADDRESS OF AZ-LINKPARM2 TO ADDRESS OF ZUT00000060
              MOVE AZ-LINKPARM1(1:AZ-SUB-PGM-LGTH(5)) TO
                AZ-LINKPARM2(1:AZ-SUB-PGM-LGTH(5))
              SET ADDRESS OF AZ-LINKPARM1 TO AZ-SUB-PGM-ADDR(6)
              SET ADDRESS OF AZ-LINKPARM2 TO ADDRESS OF ZUT0000006A
              MOVE AZ-LINKPARM1(1:AZ-SUB-PGM-LGTH(6)) TO
                AZ-LINKPARM2(1:AZ-SUB-PGM-LGTH(6))
           END-IF.
      * SET INPUT VALUE
           MOVE 0 TO RETURN-CODE.
           MOVE '000001' TO ZUT00000075.
      * CALL TEST PROGRAM
           DISPLAY 'AZU0000I CALL FSPIVA65 (CSECT:FSPPROCI)'
           CALL BZUGETEP USING BY REFERENCE PROGRAM-NAME AZ-CSECT
           SET ADDRESS OF AZ-PROC-PTR TO AZ-EP-PTR.
           CALL AZ-PROC-PTR
           USING BY REFERENCE ZUT00000037 ZUT00000043 BY VALUE AZ-PCB2
           BY REFERENCE ZUT00000056 ZUT00000060 ZUT0000006A
           BY VALUE AZ-PCB6
           .
      * EVALUATE OUTPUT VALUE
           MOVE 4 TO RETURN-CODE
           INITIALIZE ZUT00000043
           INITIALIZE ZUT00000056
           INITIALIZE ZUT00000060
           INITIALIZE ZUT0000006A
           EXIT.
       THROW-ASSERTION-M.
           DISPLAY 'AZU0000I *******************************************
         3 ZUT00000041 PIC  X(7).
      *    *** IN-USERID : ZUT00000074
         3 ZUT00000074 PIC  X(8).
      *    *** IN-EMP-NO : ZUT00000075
         3 ZUT00000075 PIC  X(6).
      *    *** INFILL : ZUT00000042
         3 ZUT00000042 PIC  X(21).
      *  *** IOAREA : ZUT00000043
       1 ZUT00000043.
      *    *** IO-BLANK : ZUT00000044
         2 ZUT00000044 PIC  X(43).
      *    *** IO-SEGMENT : ZUT00000076
         2 ZUT00000076 REDEFINES ZUT00000044.
      *    *** IO-DATA : ZUT00000045
         3 ZUT00000045.
      *    *** IO-LAST-NAME : ZUT00000046
         4 ZUT00000046 PIC  X(10).
      *    *** IO-FIRST-NAME : ZUT00000047
         4 ZUT00000047 PIC  X(10).
      *    *** IO-EXTENSION : ZUT00000048
         4 ZUT00000048 PIC  X(10).
      *    *** IO-ZIP-CODE : ZUT00000049
         4 ZUT00000049 PIC  X(7).
      *    *** IO-EMP-NO : ZUT00000077
         3 ZUT00000077 PIC  X(6).
      *    *** IO-FILLER : ZUT0000004A
         2 ZUT0000004A PIC  X(3).
      *    *** IO-COMMAND : ZUT0000004B
         2 ZUT00000072 PIC  9(4).
      *    *** KEY-FB-AREA : ZUT00000073
         2 ZUT00000073 PIC  X(17).
      *  *** NAMEPCB : ZUT00000078
       1 ZUT00000078.
      *    *** DBD-NAME : ZUT00000079
         2 ZUT00000079 PIC  X(8).
      *    *** SEG-LEVEL : ZUT0000007A
         2 ZUT0000007A PIC  X(2).
      *    *** NAME-STATUS : ZUT0000007B
         2 ZUT0000007B PIC  X(2).
      *    *** PROC-OPTIONS : ZUT0000007C
         2 ZUT0000007C PIC  X(4).
      *    *** RESERVE-DLI : ZUT0000007D
         2 ZUT0000007D PIC  X(4).
      *    *** SEG-NAME-FB : ZUT0000007E
         2 ZUT0000007E PIC  X(8).
      *    *** LENGTH-FB-KEY : ZUT0000007F
         2 ZUT0000007F PIC  9(4).
      *    *** NUMB-SENS-SEGS : ZUT00000080
         2 ZUT00000080 PIC  9(4).
      *    *** KEY-FB-AREA : ZUT00000081
         2 ZUT00000081 PIC  X(17).
       01 AZ-RECORD-COUNT     PIC 9(5) COMP-5.
       PROCEDURE DIVISION.
      * SET INPUT VALUE
           ENTRY "PGM_INPT_FSPIVA65_FSPPROCI" USING AZ-TEST
           AZ-INFO-BLOCK
           ZUT00000037 ZUT00000043 ZUT0000004C ZUT00000056 ZUT00000060
           ZUT0000006A ZUT00000078.
           DISPLAY
           'AZU0000I PGM_INPT_FSPIVA65_FSPPROCI INPUT VALUES...' .
           MOVE 0 TO RETURN-CODE.
           ENTRY "PGM_OUTP_FSPIVA65_FSPPROCI" USING AZ-TEST
           AZ-INFO-BLOCK
           ZUT00000037 ZUT00000043 ZUT0000004C ZUT00000056 ZUT00000060
           ZUT0000006A ZUT00000078.
           DISPLAY
           'AZU0000I PGM_OUTP_FSPIVA65_FSPPROCI CHECK VALUES...' .
           MOVE 4 TO RETURN-CODE.
         4 ZUT0000002A PIC  X(7).
      *    *** OUT-SEGMENT-NO : ZUT0000002B
         2 ZUT0000002B PIC  9(4).
      *    *** OUT-EMP-NO : ZUT00000082
         2 ZUT00000082 PIC  X(6).
      *    *** OUT-FILL : ZUT0000002C
         2 ZUT0000002C PIC  X(26).
      *  *** GIPCB : ZUT00000056
       1 ZUT00000056.
      *    *** DBD-NAME : ZUT00000057
      *  *** IOAREA : ZUT00000043
       1 ZUT00000043.
      *    *** IO-BLANK : ZUT00000044
         2 ZUT00000044 PIC  X(43).
      *    *** IO-SEGMENT : ZUT00000076
         2 ZUT00000076 REDEFINES ZUT00000044.
      *    *** IO-DATA : ZUT00000045
         3 ZUT00000045.
      *    *** IO-LAST-NAME : ZUT00000046
         4 ZUT00000046 PIC  X(10).
      *    *** IO-FIRST-NAME : ZUT00000047
         4 ZUT00000047 PIC  X(10).
      *    *** IO-EXTENSION : ZUT00000048
         4 ZUT00000048 PIC  X(10).
      *    *** IO-ZIP-CODE : ZUT00000049
         4 ZUT00000049 PIC  X(7).
      *    *** IO-EMP-NO : ZUT00000077
         3 ZUT00000077 PIC  X(6).
      *    *** IO-FILLER : ZUT0000004A
         2 ZUT0000004A PIC  X(3).
      *    *** IO-COMMAND : ZUT0000004B
      *  *** IOAREA : ZUT00000043
       1 ZUT00000043.
      *    *** IO-BLANK : ZUT00000044
         2 ZUT00000044 PIC  X(43).
      *    *** IO-SEGMENT : ZUT00000076
         2 ZUT00000076 REDEFINES ZUT00000044.
      *    *** IO-DATA : ZUT00000045
         3 ZUT00000045.
      *    *** IO-LAST-NAME : ZUT00000046
         4 ZUT00000046 PIC  X(10).
      *    *** IO-FIRST-NAME : ZUT00000047
         4 ZUT00000047 PIC  X(10).
      *    *** IO-EXTENSION : ZUT00000048
         4 ZUT00000048 PIC  X(10).
      *    *** IO-ZIP-CODE : ZUT00000049
         4 ZUT00000049 PIC  X(7).
      *    *** IO-EMP-NO : ZUT00000077
         3 ZUT00000077 PIC  X(6).
      *    *** IO-FILLER : ZUT0000004A
         2 ZUT0000004A PIC  X(3).
      *    *** IO-COMMAND : ZUT0000004B
      *    *** SEG-KEY-NAME : ZUT00000034
         2 ZUT00000034 PIC X(11).
      *    *** SSA-KEY : ZUT00000035
         2 ZUT00000035 PIC X(6).
      *    *** FILLER : ZUT00000036
         2 ZUT00000036 PIC X.
       PROCEDURE DIVISION.
      *  *** IOAREA : ZUT00000043
       1 ZUT00000043.
      *    *** IO-BLANK : ZUT00000044
         2 ZUT00000044 PIC  X(43).
      *    *** IO-SEGMENT : ZUT00000076
         2 ZUT00000076 REDEFINES ZUT00000044.
      *    *** IO-DATA : ZUT00000045
         3 ZUT00000045.
      *    *** IO-LAST-NAME : ZUT00000046
         4 ZUT00000046 PIC  X(10).
      *    *** IO-FIRST-NAME : ZUT00000047
         4 ZUT00000047 PIC  X(10).
      *    *** IO-EXTENSION : ZUT00000048
         4 ZUT00000048 PIC  X(10).
      *    *** IO-ZIP-CODE : ZUT00000049
         4 ZUT00000049 PIC  X(7).
      *    *** IO-EMP-NO : ZUT00000077
         3 ZUT00000077 PIC  X(6).
      *    *** IO-FILLER : ZUT0000004A
         2 ZUT0000004A PIC  X(3).
      *    *** IO-COMMAND : ZUT0000004B
      *    *** SEG-KEY-NAME : ZUT00000034
         2 ZUT00000034 PIC X(11).
      *    *** SSA-KEY : ZUT00000035
         2 ZUT00000035 PIC X(6).
      *    *** FILLER : ZUT00000036
         2 ZUT00000036 PIC X.
       PROCEDURE DIVISION.
      *  *** IOAREA : ZUT00000043
       1 ZUT00000043.
      *    *** IO-BLANK : ZUT00000044
         2 ZUT00000044 PIC  X(43).
      *    *** IO-SEGMENT : ZUT00000076
         2 ZUT00000076 REDEFINES ZUT00000044.
      *    *** IO-DATA : ZUT00000045
         3 ZUT00000045.
      *    *** IO-LAST-NAME : ZUT00000046
         4 ZUT00000046 PIC  X(10).
      *    *** IO-FIRST-NAME : ZUT00000047
         4 ZUT00000047 PIC  X(10).
      *    *** IO-EXTENSION : ZUT00000048
         4 ZUT00000048 PIC  X(10).
      *    *** IO-ZIP-CODE : ZUT00000049
         4 ZUT00000049 PIC  X(7).
      *    *** IO-EMP-NO : ZUT00000077
         3 ZUT00000077 PIC  X(6).
      *    *** IO-FILLER : ZUT0000004A
         2 ZUT0000004A PIC  X(3).
      *    *** IO-COMMAND : ZUT0000004B
      *  *** IOAREA : ZUT00000043
       1 ZUT00000043.
      *    *** IO-BLANK : ZUT00000044
         2 ZUT00000044 PIC  X(43).
      *    *** IO-SEGMENT : ZUT00000076
         2 ZUT00000076 REDEFINES ZUT00000044.
      *    *** IO-DATA : ZUT00000045
         3 ZUT00000045.
      *    *** IO-LAST-NAME : ZUT00000046
         4 ZUT00000046 PIC  X(10).
      *    *** IO-FIRST-NAME : ZUT00000047
         4 ZUT00000047 PIC  X(10).
      *    *** IO-EXTENSION : ZUT00000048
         4 ZUT00000048 PIC  X(10).
      *    *** IO-ZIP-CODE : ZUT00000049
         4 ZUT00000049 PIC  X(7).
      *    *** IO-EMP-NO : ZUT00000077
         3 ZUT00000077 PIC  X(6).
      *    *** IO-FILLER : ZUT0000004A
         2 ZUT0000004A PIC  X(3).
      *    *** IO-COMMAND : ZUT0000004B
