           ( ENTRYID                        INTEGER NOT NULL,
             LISTNAME                       CHAR(10),
             FULLNAME                       CHAR(40),
             DATEOFBIRTH                    DATE,
             IDTYPE                         CHAR(1),
             IDCOUNTRY                      CHAR(2),
             IDNUMBER                       CHAR(20)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.SANCTIONLIST               *
           10 LISTNAME             PIC X(10).
           10 FULLNAME             PIC X(40).
           10 DATEOFBIRTH          PIC X(10).
           10 IDTYPE               PIC X(1).
           10 IDCOUNTRY            PIC X(2).
           10 IDNUMBER             PIC X(20).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
