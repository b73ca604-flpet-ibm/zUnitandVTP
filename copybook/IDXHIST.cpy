      ******************************************************************
      * DCLGEN TABLE(GENASA1.INDEXHIST)                                *
      *        LIBRARY(IBMUSER.UBUILD.COBOL(IDXHIST))                  *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE GENASA1.INDEXHIST TABLE
           ( POLICYNUMBER                   INTEGER NOT NULL,
             INDEXYEAR                      SMALLINT NOT NULL,
             POLICYTYPE                     CHAR(1) NOT NULL,
             INDEXBP                        INTEGER NOT NULL,
             OLDSUM                         INTEGER NOT NULL,
             NEWSUM                         INTEGER NOT NULL,
             OLDPREMIUM                     INTEGER NOT NULL,
             NEWPREMIUM                     INTEGER NOT NULL,
             INDEXEDDATE                    DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.INDEXHIST                  *
      ******************************************************************
       01  DCLINDEXHIST.
           10 POLICYNUMBER         PIC S9(9) USAGE COMP-5.
           10 INDEXYEAR            PIC S9(4) USAGE COMP-5.
           10 POLICYTYPE           PIC X(1).
           10 INDEXBP              PIC S9(9) USAGE COMP-5.
           10 OLDSUM               PIC S9(9) USAGE COMP-5.
           10 NEWSUM               PIC S9(9) USAGE COMP-5.
           10 OLDPREMIUM           PIC S9(9) USAGE COMP-5.
           10 NEWPREMIUM           PIC S9(9) USAGE COMP-5.
           10 INDEXEDDATE          PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
