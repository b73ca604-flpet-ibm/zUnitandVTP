      ******************************************************************
      * DCLGEN TABLE(GENASA1.UNITHOLDING)                              *
      *        LIBRARY(IBMUSER.UBUILD.COBOL(UNITHOLD))                 *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE GENASA1.UNITHOLDING TABLE
           ( POLICYNUMBER                   INTEGER NOT NULL,
             FUNDCODE                       CHAR(1) NOT NULL,
             UNITS                          DECIMAL(15,4),
             LASTTXNDATE                    DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.UNITHOLDING                *
      ******************************************************************
       01  DCLUNITHOLDING.
           10 POLICYNUMBER         PIC S9(9) USAGE COMP-5.
           10 FUNDCODE             PIC X(1).
           10 UNITS                PIC S9(11)V9(4) USAGE COMP-3.
           10 LASTTXNDATE          PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
