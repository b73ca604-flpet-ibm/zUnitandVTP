      ******************************************************************
      * DCLGEN TABLE(GENASA1.INDEXRATE)                                *
      *        LIBRARY(IBMUSER.UBUILD.COBOL(IDXRATE))                  *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE GENASA1.INDEXRATE TABLE
           ( LINEOFBUSINESS                 CHAR(1) NOT NULL,
             EFFECTIVEYEAR                  SMALLINT NOT NULL,
             INDEXBP                        INTEGER NOT NULL,
             LOADEDDATE                     DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.INDEXRATE                  *
      ******************************************************************
       01  DCLINDEXRATE.
           10 LINEOFBUSINESS       PIC X(1).
           10 EFFECTIVEYEAR        PIC S9(4) USAGE COMP-5.
           10 INDEXBP              PIC S9(9) USAGE COMP-5.
           10 LOADEDDATE           PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
