      ******************************************************************
      * DCLGEN TABLE(GENASA1.PROFGROUPRATE)                            *
      *        LIBRARY(IBMUSER.UBUILD.COBOL(PGRATE))                   *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE GENASA1.PROFGROUPRATE TABLE
           ( PROFGROUP                      CHAR(1) NOT NULL,
             POLICYTYPE                     CHAR(1) NOT NULL,
             FACTORPCT                      DECIMAL(5,2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.PROFGROUPRATE              *
      ******************************************************************
       01  DCLPROFGROUPRATE.
           10 PROFGROUP            PIC X(1).
           10 POLICYTYPE           PIC X(1).
           10 FACTORPCT            PIC S9(3)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
