      *| DATE GENERATED: 04/25/2025 21:49                              |
      *| ID: 50e58cbc-b7ce-4bbd-860d-3c12bb35eeb5                      |
      *+---------------------------------------------------------------+
      *  AUDITPCB AND NAMEPCB (AZ-PCB5, AZ-PCB6) ADDED BY HAND TO
      *  MATCH FSPIVA64 - RE-RECORD TO REFRESH THE PLAYBACK.
      *+---------------------------------------------------------------+
      *| UNIT TEST FOR Z/OS: TEST_REFERENCE1                           |
      *|     FOR TEST REFERENCE1                                       |
           3 AZ-PCB2 POINTER.
           3 AZ-PCB3 POINTER.
           3 AZ-PCB4 POINTER.
           3 AZ-PCB5 POINTER.
           3 AZ-PCB6 POINTER.
      *  *** IOPCB : ZUT00000023
       1 ZUT00000023.
      *    *** LTERM-NAME : ZUT00000024
         2 ZUT00000048 PIC  9(4).
      *    *** KEY-FB-AREA : ZUT00000049
         2 ZUT00000049 PIC  X(17).
      *  *** AUDITPCB : ZUT0000004E
       1 ZUT0000004E.
      *    *** DBD-NAME : ZUT0000004F
         2 ZUT0000004F PIC  X(8).
      *    *** SEG-LEVEL : ZUT00000050
         2 ZUT00000050 PIC  X(2).
      *    *** AUDIT-STATUS : ZUT00000051
         2 ZUT00000051 PIC  X(2).
      *    *** PROC-OPTIONS : ZUT00000052
         2 ZUT00000052 PIC  X(4).
      *    *** RESERVE-DLI : ZUT00000053
         2 ZUT00000053 PIC  X(4).
      *    *** SEG-NAME-FB : ZUT00000054
         2 ZUT00000054 PIC  X(8).
      *    *** LENGTH-FB-KEY : ZUT00000055
         2 ZUT00000055 PIC  9(4).
      *    *** NUMB-SENS-SEGS : ZUT00000056
         2 ZUT00000056 PIC  9(4).
      *    *** KEY-FB-AREA : ZUT00000057
         2 ZUT00000057 PIC  X(17).
      *  *** NAMEPCB : ZUT00000058
       1 ZUT00000058.
      *    *** DBD-NAME : ZUT00000059
         2 ZUT00000059 PIC  X(8).
      *    *** SEG-LEVEL : ZUT0000005A
         2 ZUT0000005A PIC  X(2).
      *    *** NAME-STATUS : ZUT0000005B
         2 ZUT0000005B PIC  X(2).
      *    *** PROC-OPTIONS : ZUT0000005C
         2 ZUT0000005C PIC  X(4).
      *    *** RESERVE-DLI : ZUT0000005D
         2 ZUT0000005D PIC  X(4).
      *    *** SEG-NAME-FB : ZUT0000005E
         2 ZUT0000005E PIC  X(8).
      *    *** LENGTH-FB-KEY : ZUT0000005F
         2 ZUT0000005F PIC  9(4).
      *    *** NUMB-SENS-SEGS : ZUT00000060
         2 ZUT00000060 PIC  9(4).
      *    *** KEY-FB-AREA : ZUT00000061
         2 ZUT00000061 PIC  X(17).
       01  AZ-SUB-PGM-LIST.
         03  AZ-SUB-PGM-COUNT       PIC 9(4) COMP-4.
         03  AZ-SUB-PGM-ADDRS  OCCURS 1 TO 100 TIMES
           SET ADDRESS OF ZUT00000036 TO AZ-PCB3
      * SET ADDRESS FOR GOPCB
           SET ADDRESS OF ZUT00000040 TO AZ-PCB4
      * SET ADDRESS FOR AUDITPCB
           SET ADDRESS OF ZUT0000004E TO AZ-PCB5
      * SET ADDRESS FOR NAMEPCB
           SET ADDRESS OF ZUT00000058 TO AZ-PCB6
      * INITIALIZE PARAMETER
           PERFORM INITIALIZE-PARM
      * SET AREA ADDRESS TO POINTER
             PERFORM THROW-ASSERTION-M
           ELSE
              SET ADDRESS OF AZ-SUB-PGM-LIST TO AZ-SUB-ARG-LIST
              IF AZ-SUB-PGM-COUNT NOT EQUAL 6
                MOVE 1 TO MESSAGE-LEN OF BZ-ASSERT
                STRING 'SUB PROGRAM ARGUMENT COUNT DOES NOT MATCH.'
                  DELIMITED BY SIZE
           END-IF
           SET ADDRESS OF AZ-PROC-PTR TO AZ-EP-PTR.
           CALL AZ-PROC-PTR
           USING BY VALUE AZ-PCB1 AZ-PCB2 AZ-PCB3 AZ-PCB4 AZ-PCB5
           AZ-PCB6
           .
      * EVALUATE OUTPUT VALUE
           MOVE 4 TO RETURN-CODE
           3 AZ-PCB2 POINTER.
           3 AZ-PCB3 POINTER.
           3 AZ-PCB4 POINTER.
           3 AZ-PCB5 POINTER.
           3 AZ-PCB6 POINTER.
      *  *** IOPCB : ZUT00000023
       1 ZUT00000023.
      *    *** LTERM-NAME : ZUT00000024
         2 ZUT00000048 PIC  9(4).
      *    *** KEY-FB-AREA : ZUT00000049
         2 ZUT00000049 PIC  X(17).
      *  *** AUDITPCB : ZUT0000004E
       1 ZUT0000004E.
      *    *** DBD-NAME : ZUT0000004F
         2 ZUT0000004F PIC  X(8).
      *    *** SEG-LEVEL : ZUT00000050
         2 ZUT00000050 PIC  X(2).
      *    *** AUDIT-STATUS : ZUT00000051
         2 ZUT00000051 PIC  X(2).
      *    *** PROC-OPTIONS : ZUT00000052
         2 ZUT00000052 PIC  X(4).
      *    *** RESERVE-DLI : ZUT00000053
         2 ZUT00000053 PIC  X(4).
      *    *** SEG-NAME-FB : ZUT00000054
         2 ZUT00000054 PIC  X(8).
      *    *** LENGTH-FB-KEY : ZUT00000055
         2 ZUT00000055 PIC  9(4).
      *    *** NUMB-SENS-SEGS : ZUT00000056
         2 ZUT00000056 PIC  9(4).
      *    *** KEY-FB-AREA : ZUT00000057
         2 ZUT00000057 PIC  X(17).
      *  *** NAMEPCB : ZUT00000058
       1 ZUT00000058.
      *    *** DBD-NAME : ZUT00000059
         2 ZUT00000059 PIC  X(8).
      *    *** SEG-LEVEL : ZUT0000005A
         2 ZUT0000005A PIC  X(2).
      *    *** NAME-STATUS : ZUT0000005B
         2 ZUT0000005B PIC  X(2).
      *    *** PROC-OPTIONS : ZUT0000005C
         2 ZUT0000005C PIC  X(4).
      *    *** RESERVE-DLI : ZUT0000005D
         2 ZUT0000005D PIC  X(4).
      *    *** SEG-NAME-FB : ZUT0000005E
         2 ZUT0000005E PIC  X(8).
      *    *** LENGTH-FB-KEY : ZUT0000005F
         2 ZUT0000005F PIC  9(4).
      *    *** NUMB-SENS-SEGS : ZUT00000060
         2 ZUT00000060 PIC  9(4).
      *    *** KEY-FB-AREA : ZUT00000061
         2 ZUT00000061 PIC  X(17).
       01  AZ-SUB-PGM-LIST.
         03  AZ-SUB-PGM-COUNT       PIC 9(4) COMP-4.
         03  AZ-SUB-PGM-ADDRS  OCCURS 1 TO 100 TIMES
           SET ADDRESS OF ZUT00000036 TO AZ-PCB3
      * SET ADDRESS FOR GOPCB
           SET ADDRESS OF ZUT00000040 TO AZ-PCB4
      * SET ADDRESS FOR AUDITPCB
           SET ADDRESS OF ZUT0000004E TO AZ-PCB5
      * SET ADDRESS FOR NAMEPCB
           SET ADDRESS OF ZUT00000058 TO AZ-PCB6
      * INITIALIZE PARAMETER
           PERFORM INITIALIZE-PARM
      * SET AREA ADDRESS TO POINTER
             PERFORM THROW-ASSERTION-M
           ELSE
              SET ADDRESS OF AZ-SUB-PGM-LIST TO AZ-SUB-ARG-LIST
              IF AZ-SUB-PGM-COUNT NOT EQUAL 6
                MOVE 1 TO MESSAGE-LEN OF BZ-ASSERT
                STRING 'SUB PROGRAM ARGUMENT COUNT DOES NOT MATCH.'
                  DELIMITED BY SIZE
           END-IF
           SET ADDRESS OF AZ-PROC-PTR TO AZ-EP-PTR.
           CALL AZ-PROC-PTR
           USING BY VALUE AZ-PCB1 AZ-PCB2 AZ-PCB3 AZ-PCB4 AZ-PCB5
           AZ-PCB6
           .
      * EVALUATE OUTPUT VALUE
           MOVE 4 TO RETURN-CODE
           3 AZ-PCB2 POINTER.
           3 AZ-PCB3 POINTER.
           3 AZ-PCB4 POINTER.
           3 AZ-PCB5 POINTER.
           3 AZ-PCB6 POINTER.
      *  *** IOPCB : ZUT00000023
       1 ZUT00000023.
      *    *** LTERM-NAME : ZUT00000024
         2 ZUT00000048 PIC  9(4).
      *    *** KEY-FB-AREA : ZUT00000049
         2 ZUT00000049 PIC  X(17).
      *  *** AUDITPCB : ZUT0000004E
       1 ZUT0000004E.
      *    *** DBD-NAME : ZUT0000004F
         2 ZUT0000004F PIC  X(8).
      *    *** SEG-LEVEL : ZUT00000050
         2 ZUT00000050 PIC  X(2).
      *    *** AUDIT-STATUS : ZUT00000051
         2 ZUT00000051 PIC  X(2).
      *    *** PROC-OPTIONS : ZUT00000052
         2 ZUT00000052 PIC  X(4).
      *    *** RESERVE-DLI : ZUT00000053
         2 ZUT00000053 PIC  X(4).
      *    *** SEG-NAME-FB : ZUT00000054
         2 ZUT00000054 PIC  X(8).
      *    *** LENGTH-FB-KEY : ZUT00000055
         2 ZUT00000055 PIC  9(4).
      *    *** NUMB-SENS-SEGS : ZUT00000056
         2 ZUT00000056 PIC  9(4).
      *    *** KEY-FB-AREA : ZUT00000057
         2 ZUT00000057 PIC  X(17).
      *  *** NAMEPCB : ZUT00000058
       1 ZUT00000058.
      *    *** DBD-NAME : ZUT00000059
         2 ZUT00000059 PIC  X(8).
      *    *** SEG-LEVEL : ZUT0000005A
         2 ZUT0000005A PIC  X(2).
      *    *** NAME-STATUS : ZUT0000005B
         2 ZUT0000005B PIC  X(2).
      *    *** PROC-OPTIONS : ZUT0000005C
         2 ZUT0000005C PIC  X(4).
      *    *** RESERVE-DLI : ZUT0000005D
         2 ZUT0000005D PIC  X(4).
      *    *** SEG-NAME-FB : ZUT0000005E
         2 ZUT0000005E PIC  X(8).
      *    *** LENGTH-FB-KEY : ZUT0000005F
         2 ZUT0000005F PIC  9(4).
      *    *** NUMB-SENS-SEGS : ZUT00000060
         2 ZUT00000060 PIC  9(4).
      *    *** KEY-FB-AREA : ZUT00000061
         2 ZUT00000061 PIC  X(17).
       01  AZ-SUB-PGM-LIST.
         03  AZ-SUB-PGM-COUNT       PIC 9(4) COMP-4.
         03  AZ-SUB-PGM-ADDRS  OCCURS 1 TO 100 TIMES
           SET ADDRESS OF ZUT00000036 TO AZ-PCB3
      * SET ADDRESS FOR GOPCB
           SET ADDRESS OF ZUT00000040 TO AZ-PCB4
      * SET ADDRESS FOR AUDITPCB
           SET ADDRESS OF ZUT0000004E TO AZ-PCB5
      * SET ADDRESS FOR NAMEPCB
           SET ADDRESS OF ZUT00000058 TO AZ-PCB6
      * INITIALIZE PARAMETER
           PERFORM INITIALIZE-PARM
      * SET AREA ADDRESS TO POINTER
             PERFORM THROW-ASSERTION-M
           ELSE
              SET ADDRESS OF AZ-SUB-PGM-LIST TO AZ-SUB-ARG-LIST
              IF AZ-SUB-PGM-COUNT NOT EQUAL 6
                MOVE 1 TO MESSAGE-LEN OF BZ-ASSERT
                STRING 'SUB PROGRAM ARGUMENT COUNT DOES NOT MATCH.'
                  DELIMITED BY SIZE
           END-IF
           SET ADDRESS OF AZ-PROC-PTR TO AZ-EP-PTR.
           CALL AZ-PROC-PTR
           USING BY VALUE AZ-PCB1 AZ-PCB2 AZ-PCB3 AZ-PCB4 AZ-PCB5
           AZ-PCB6
           .
      * EVALUATE OUTPUT VALUE
           MOVE 4 TO RETURN-CODE
         2 ZUT00000048 PIC  9(4).
      *    *** KEY-FB-AREA : ZUT00000049
         2 ZUT00000049 PIC  X(17).
      *  *** AUDITPCB : ZUT0000004E
       1 ZUT0000004E.
      *    *** DBD-NAME : ZUT0000004F
         2 ZUT0000004F PIC  X(8).
      *    *** SEG-LEVEL : ZUT00000050
         2 ZUT00000050 PIC  X(2).
      *    *** AUDIT-STATUS : ZUT00000051
         2 ZUT00000051 PIC  X(2).
      *    *** PROC-OPTIONS : ZUT00000052
         2 ZUT00000052 PIC  X(4).
      *    *** RESERVE-DLI : ZUT00000053
         2 ZUT00000053 PIC  X(4).
      *    *** SEG-NAME-FB : ZUT00000054
         2 ZUT00000054 PIC  X(8).
      *    *** LENGTH-FB-KEY : ZUT00000055
         2 ZUT00000055 PIC  9(4).
      *    *** NUMB-SENS-SEGS : ZUT00000056
         2 ZUT00000056 PIC  9(4).
      *    *** KEY-FB-AREA : ZUT00000057
         2 ZUT00000057 PIC  X(17).
      *  *** NAMEPCB : ZUT00000058
       1 ZUT00000058.
      *    *** DBD-NAME : ZUT00000059
         2 ZUT00000059 PIC  X(8).
      *    *** SEG-LEVEL : ZUT0000005A
         2 ZUT0000005A PIC  X(2).
      *    *** NAME-STATUS : ZUT0000005B
         2 ZUT0000005B PIC  X(2).
      *    *** PROC-OPTIONS : ZUT0000005C
         2 ZUT0000005C PIC  X(4).
      *    *** RESERVE-DLI : ZUT0000005D
         2 ZUT0000005D PIC  X(4).
      *    *** SEG-NAME-FB : ZUT0000005E
         2 ZUT0000005E PIC  X(8).
      *    *** LENGTH-FB-KEY : ZUT0000005F
         2 ZUT0000005F PIC  9(4).
      *    *** NUMB-SENS-SEGS : ZUT00000060
         2 ZUT00000060 PIC  9(4).
      *    *** KEY-FB-AREA : ZUT00000061
         2 ZUT00000061 PIC  X(17).
       01 AZ-RECORD-COUNT     PIC 9(5) COMP-5.
       PROCEDURE DIVISION.
      * SET INPUT VALUE
           ENTRY "PGM_INPT_FSPIVA64" USING AZ-TEST AZ-INFO-BLOCK
           ZUT00000023 ZUT0000002C ZUT00000036 ZUT00000040
           ZUT0000004E ZUT00000058.
           DISPLAY 'AZU0000I PGM_INPT_FSPIVA64 INPUT VALUES...'.
           MOVE 0 TO RETURN-CODE.
           MOVE 0 TO AZ-TEST-NAME-LEN.
           GOBACK.
      * EVALUATE OUTPUT VALUE
           ENTRY "PGM_OUTP_FSPIVA64" USING AZ-TEST AZ-INFO-BLOCK
           ZUT00000023 ZUT0000002C ZUT00000036 ZUT00000040
           ZUT0000004E ZUT00000058.
           DISPLAY 'AZU0000I PGM_OUTP_FSPIVA64 CHECK VALUES...'.
           MOVE 4 TO RETURN-CODE.
           MOVE 0 TO AZ-TEST-NAME-LEN.
         3 ZUT00000012 PIC  X(10).
      *    *** IN-ZIP-CODE : ZUT00000013
         3 ZUT00000013 PIC  X(7).
      *    *** IN-USERID : ZUT0000004A
         3 ZUT0000004A PIC  X(8).
      *    *** IN-EMP-NO : ZUT0000004B
         3 ZUT0000004B PIC  X(6).
      *    *** INFILL : ZUT00000014
         3 ZUT00000014 PIC  X(21).
      *  *** IOAREA : ZUT00000015
       1 ZUT00000015.
      *    *** IO-BLANK : ZUT00000016
         2 ZUT00000016 PIC  X(43).
      *    *** IO-SEGMENT : ZUT0000004C
         2 ZUT0000004C REDEFINES ZUT00000016.
      *    *** IO-DATA : ZUT00000017
         3 ZUT00000017.
      *    *** IO-LAST-NAME : ZUT00000018
         4 ZUT00000018 PIC  X(10).
      *    *** IO-FIRST-NAME : ZUT00000019
         4 ZUT00000019 PIC  X(10).
      *    *** IO-EXTENSION : ZUT0000001A
         4 ZUT0000001A PIC  X(10).
      *    *** IO-ZIP-CODE : ZUT0000001B
         4 ZUT0000001B PIC  X(7).
      *    *** IO-EMP-NO : ZUT0000004D
         3 ZUT0000004D PIC  X(6).
      *    *** IO-FILLER : ZUT0000001C
         2 ZUT0000001C PIC  X(3).
      *    *** IO-COMMAND : ZUT0000001D
         2 ZUT00000048 PIC  9(4).
      *    *** KEY-FB-AREA : ZUT00000049
         2 ZUT00000049 PIC  X(17).
      *  *** AUDITPCB : ZUT0000004E
       1 ZUT0000004E.
      *    *** DBD-NAME : ZUT0000004F
         2 ZUT0000004F PIC  X(8).
      *    *** SEG-LEVEL : ZUT00000050
         2 ZUT00000050 PIC  X(2).
      *    *** AUDIT-STATUS : ZUT00000051
         2 ZUT00000051 PIC  X(2).
      *    *** PROC-OPTIONS : ZUT00000052
         2 ZUT00000052 PIC  X(4).
      *    *** RESERVE-DLI : ZUT00000053
         2 ZUT00000053 PIC  X(4).
      *    *** SEG-NAME-FB : ZUT00000054
         2 ZUT00000054 PIC  X(8).
      *    *** LENGTH-FB-KEY : ZUT00000055
         2 ZUT00000055 PIC  9(4).
      *    *** NUMB-SENS-SEGS : ZUT00000056
         2 ZUT00000056 PIC  9(4).
      *    *** KEY-FB-AREA : ZUT00000057
         2 ZUT00000057 PIC  X(17).
      *  *** NAMEPCB : ZUT00000058
       1 ZUT00000058.
      *    *** DBD-NAME : ZUT00000059
         2 ZUT00000059 PIC  X(8).
      *    *** SEG-LEVEL : ZUT0000005A
         2 ZUT0000005A PIC  X(2).
      *    *** NAME-STATUS : ZUT0000005B
         2 ZUT0000005B PIC  X(2).
      *    *** PROC-OPTIONS : ZUT0000005C
         2 ZUT0000005C PIC  X(4).
      *    *** RESERVE-DLI : ZUT0000005D
         2 ZUT0000005D PIC  X(4).
      *    *** SEG-NAME-FB : ZUT0000005E
         2 ZUT0000005E PIC  X(8).
      *    *** LENGTH-FB-KEY : ZUT0000005F
         2 ZUT0000005F PIC  9(4).
      *    *** NUMB-SENS-SEGS : ZUT00000060
         2 ZUT00000060 PIC  9(4).
      *    *** KEY-FB-AREA : ZUT00000061
         2 ZUT00000061 PIC  X(17).
      *
       PROCEDURE DIVISION.
       ENTRY_INPT.
           ENTRY "PGM_INPT_FSPPROCD" USING
              AZ-TEST AZ-INFO-BLOCK
           ZUT00000009 ZUT00000015 ZUT0000002C ZUT00000036 ZUT00000040
           ZUT0000004E ZUT00000058.
           DISPLAY 'AZU0000I PGM_INPT_FSPPROCD CHECK VALUES...'.
           PERFORM PROC_INPT.
           GOBACK.
           ENTRY "PGM_INPT_FSPIVA64_FSPPROCD" USING
              AZ-TEST AZ-INFO-BLOCK
           ZUT00000009 ZUT00000015 ZUT0000002C ZUT00000036 ZUT00000040
           ZUT0000004E ZUT00000058.
           DISPLAY
           'AZU0000I PGM_INPT_FSPIVA64_FSPPROCD CHECK VALUES...' .
           PERFORM PROC_INPT.
           ENTRY "PGM_OUTP_FSPPROCD" USING
              AZ-TEST AZ-INFO-BLOCK
           ZUT00000009 ZUT00000015 ZUT0000002C ZUT00000036 ZUT00000040
           ZUT0000004E ZUT00000058.
           DISPLAY 'AZU0000I PGM_OUTP_FSPPROCD INPUT VALUES...'.
           PERFORM PROC_OUTP.
           GOBACK.
           ENTRY "PGM_OUTP_FSPIVA64_FSPPROCD" USING
              AZ-TEST AZ-INFO-BLOCK
           ZUT00000009 ZUT00000015 ZUT0000002C ZUT00000036 ZUT00000040
           ZUT0000004E ZUT00000058.
           DISPLAY
           'AZU0000I PGM_OUTP_FSPIVA64_FSPPROCD INPUT VALUES...' .
           PERFORM PROC_OUTP.
         3 ZUT00000012 PIC  X(10).
      *    *** IN-ZIP-CODE : ZUT00000013
         3 ZUT00000013 PIC  X(7).
      *    *** IN-USERID : ZUT0000004A
         3 ZUT0000004A PIC  X(8).
      *    *** IN-EMP-NO : ZUT0000004B
         3 ZUT0000004B PIC  X(6).
      *    *** INFILL : ZUT00000014
         3 ZUT00000014 PIC  X(21).
       PROCEDURE DIVISION.
      * CHECK OUTPUT VALUE
      * IMS_INPT_GN_FSPIVA64.
