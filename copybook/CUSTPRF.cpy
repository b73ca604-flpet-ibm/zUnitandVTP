      ******************************************************************
      * DCLGEN TABLE(GENASA1.CUSTPROFIT)                               *
      *        LIBRARY(IBMUSER.UBUILD.COBOL(CUSTPRF))                  *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE GENASA1.CUSTPROFIT TABLE
           ( REPORTDATE                     DATE NOT NULL,
             PROFILELEVEL                   CHAR(1) NOT NULL,
             KEYNUMBER                      INTEGER NOT NULL,
             HOUSEHOLDID                    INTEGER NOT NULL,
             MEMBERS                        SMALLINT,
             PRODUCTS                       CHAR(10),
             EARNED                         INTEGER,
             CLAIMSPAID                     INTEGER,
             RESERVED                       INTEGER,
             COMMISSION                     INTEGER,
             INTEREST                       INTEGER,
             PROFIT                         INTEGER,
             DECILE                         SMALLINT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.CUSTPROFIT                 *
      ******************************************************************
       01  DCLCUSTPROFIT.
           10 REPORTDATE           PIC X(10).
           10 PROFILELEVEL         PIC X(1).
           10 KEYNUMBER            PIC S9(9) USAGE COMP-5.
           10 HOUSEHOLDID          PIC S9(9) USAGE COMP-5.
           10 MEMBERS              PIC S9(4) USAGE COMP-5.
           10 PRODUCTS             PIC X(10).
           10 EARNED               PIC S9(9) USAGE COMP-5.
           10 CLAIMSPAID           PIC S9(9) USAGE COMP-5.
           10 RESERVED             PIC S9(9) USAGE COMP-5.
           10 COMMISSION           PIC S9(9) USAGE COMP-5.
           10 INTEREST             PIC S9(9) USAGE COMP-5.
           10 PROFIT               PIC S9(9) USAGE COMP-5.
           10 DECILE               PIC S9(4) USAGE COMP-5.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
