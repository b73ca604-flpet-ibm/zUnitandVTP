      ******************************************************************
      * DCLGEN TABLE(GENASA1.DACHISTORY)                               *
      *        LIBRARY(IBMUSER.UBUILD.COBOL(DACHIST))                  *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE GENASA1.DACHISTORY TABLE
           ( DACID                          INTEGER NOT NULL,
             REPORTDATE                     DATE NOT NULL,
             POLICYTYPE                     CHAR(1) NOT NULL,
             POLICIES                       INTEGER,
             OPENINGDAC                     INTEGER,
             NEWDAC                         INTEGER,
             AMORTISED                      INTEGER,
             WRITTENOFF                     INTEGER,
             CLOSINGDAC                     INTEGER
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.DACHISTORY                 *
      ******************************************************************
       01  DCLDACHISTORY.
           10 DACID                PIC S9(9) USAGE COMP-5.
           10 REPORTDATE           PIC X(10).
           10 POLICYTYPE           PIC X(1).
           10 POLICIES             PIC S9(9) USAGE COMP-5.
           10 OPENINGDAC           PIC S9(9) USAGE COMP-5.
           10 NEWDAC               PIC S9(9) USAGE COMP-5.
           10 AMORTISED            PIC S9(9) USAGE COMP-5.
           10 WRITTENOFF           PIC S9(9) USAGE COMP-5.
           10 CLOSINGDAC           PIC S9(9) USAGE COMP-5.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
