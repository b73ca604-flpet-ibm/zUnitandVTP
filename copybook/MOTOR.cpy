             YEAROFMANUFACTURE              DATE,
             PREMIUM                        INTEGER,
             ACCIDENTS                      INTEGER,
             EXCESSAMOUNT                   INTEGER,
             WRITTENOFF                     CHAR(1),
             WRITEOFFDATE                   DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.MOTOR                      *
           10 PREMIUM              PIC S9(9) USAGE COMP-5.
           10 ACCIDENTS            PIC S9(9) USAGE COMP-5.
           10 EXCESSAMOUNT         PIC S9(9) USAGE COMP-5.
           10 WRITTENOFF           PIC X(1).
           10 WRITEOFFDATE         PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
