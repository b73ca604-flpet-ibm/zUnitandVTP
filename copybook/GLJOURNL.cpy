             CREDITACCOUNT                  CHAR(8),
             AMOUNT                         INTEGER,
             GLPERIOD                       CHAR(7),
             POSTEDDATE                     DATE,
             CURRENCY                       CHAR(3),
             PAYTERMS                       CHAR(10)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.GLJOURNAL                  *
           10 AMOUNT               PIC S9(9) USAGE COMP-5.
           10 GLPERIOD             PIC X(7).
           10 POSTEDDATE           PIC X(10).
           10 CURRENCY             PIC X(3).
           10 PAYTERMS             PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
