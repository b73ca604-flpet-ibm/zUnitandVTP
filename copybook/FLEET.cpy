      ******************************************************************
      * DCLGEN TABLE(GENASA1.FLEET)                                    *
      *        LIBRARY(IBMUSER.UBUILD.COBOL(FLEET))                    *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE GENASA1.FLEET TABLE
           ( POLICYNUMBER                   INTEGER NOT NULL,
             PRIORCLAIMS                    SMALLINT NOT NULL,
             EXCESSAMOUNT                   INTEGER
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.FLEET                      *
      ******************************************************************
       01  DCLFLEET.
           10 POLICYNUMBER         PIC S9(9) USAGE COMP-5.
           10 PRIORCLAIMS          PIC S9(4) USAGE COMP-5.
           10 EXCESSAMOUNT         PIC S9(9) USAGE COMP-5.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
