             PHONEHOME                      CHAR(20),
             PHONEMOBILE                    CHAR(20),
             EMAILADDRESS                   CHAR(100),
             CPRNUMBER                      CHAR(10),
             PROFGROUP                      CHAR(1),
             ADDRPROTECT                    CHAR(1),
             ADDRPROTSRC                    CHAR(1),
             ADDRPROTDATE                   DATE,
             PREFLANG                       CHAR(1),
             IDTYPE                         CHAR(1),
             IDCOUNTRY                      CHAR(2),
             IDNUMBER                       CHAR(20)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBD1LOC.GENASA1.CUSTOMER           *
           10 PHONEMOBILE          PIC X(20).
           10 EMAILADDRESS         PIC X(100).
           10 CPRNUMBER            PIC X(10).
           10 PROFGROUP            PIC X(1).
           10 ADDRPROTECT          PIC X(1).
           10 ADDRPROTSRC          PIC X(1).
           10 ADDRPROTDATE         PIC X(10).
           10 PREFLANG             PIC X(1).
           10 IDTYPE               PIC X(1).
           10 IDCOUNTRY            PIC X(2).
           10 IDNUMBER             PIC X(20).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 19      *
      ******************************************************************
