      ******************************************************************
      * DCLGEN TABLE(GENASA1.TRAVEL)                                   *
      *        LIBRARY(IBMUSER.UBUILD.COBOL(TRAVEL))                   *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE GENASA1.TRAVEL TABLE
           ( POLICYNUMBER                   INTEGER NOT NULL,
             COVERAREA                      CHAR(1) NOT NULL,
             PERSONS                        SMALLINT NOT NULL,
             WINTERSPORTS                   CHAR(1) NOT NULL,
             TRIPDAYS                       SMALLINT NOT NULL,
             EXCESSAMOUNT                   INTEGER
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.TRAVEL                     *
      ******************************************************************
       01  DCLTRAVEL.
           10 POLICYNUMBER         PIC S9(9) USAGE COMP-5.
           10 COVERAREA            PIC X(1).
           10 PERSONS              PIC S9(4) USAGE COMP-5.
           10 WINTERSPORTS         PIC X(1).
           10 TRIPDAYS             PIC S9(4) USAGE COMP-5.
           10 EXCESSAMOUNT         PIC S9(9) USAGE COMP-5.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
