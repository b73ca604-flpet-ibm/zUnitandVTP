      ******************************************************************
      * DCLGEN TABLE(GENASA1.RIFACCESSION)                             *
      *        LIBRARY(IBMUSER.UBUILD.COBOL(RIFACCES))                 *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE GENASA1.RIFACCESSION TABLE
           ( PLACEMENTID                    INTEGER NOT NULL,
             POLICYNUMBER                   INTEGER NOT NULL,
             CESSIONDATE                    DATE,
             GROSSPREMIUM                   INTEGER,
             FACSHAREPCT                    SMALLINT,
             CEDEDPREMIUM                   INTEGER
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.RIFACCESSION               *
      ******************************************************************
       01  DCLRIFACCESSION.
           10 PLACEMENTID          PIC S9(9) USAGE COMP-5.
           10 POLICYNUMBER         PIC S9(9) USAGE COMP-5.
           10 CESSIONDATE          PIC X(10).
           10 GROSSPREMIUM         PIC S9(9) USAGE COMP-5.
           10 FACSHAREPCT          PIC S9(4) USAGE COMP-5.
           10 CEDEDPREMIUM         PIC S9(9) USAGE COMP-5.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
