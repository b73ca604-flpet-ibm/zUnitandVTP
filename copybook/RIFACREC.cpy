      ******************************************************************
      * DCLGEN TABLE(GENASA1.RIFACRECOVERY)                            *
      *        LIBRARY(IBMUSER.UBUILD.COBOL(RIFACREC))                 *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE GENASA1.RIFACRECOVERY TABLE
           ( PLACEMENTID                    INTEGER NOT NULL,
             CLAIMNUMBER                    INTEGER NOT NULL,
             CALCDATE                       DATE,
             INCURRED                       INTEGER,
             PAIDTODATE                     INTEGER,
             RISHAREPCT                     SMALLINT,
             RISHAREAMOUNT                  INTEGER
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.RIFACRECOVERY              *
      ******************************************************************
       01  DCLRIFACRECOVERY.
           10 PLACEMENTID          PIC S9(9) USAGE COMP-5.
           10 CLAIMNUMBER          PIC S9(9) USAGE COMP-5.
           10 CALCDATE             PIC X(10).
           10 INCURRED             PIC S9(9) USAGE COMP-5.
           10 PAIDTODATE           PIC S9(9) USAGE COMP-5.
           10 RISHAREPCT           PIC S9(4) USAGE COMP-5.
           10 RISHAREAMOUNT        PIC S9(9) USAGE COMP-5.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
