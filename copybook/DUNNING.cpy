      ******************************************************************
      * DCLGEN TABLE(GENASA1.DUNNING)                                  *
      *        LIBRARY(IBMUSER.UBUILD.COBOL(DUNNING))                  *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE GENASA1.DUNNING TABLE
           ( INVOICENUMBER                  INTEGER NOT NULL,
             POLICYNUMBER                   INTEGER,
             CUSTOMERNUMBER                 INTEGER,
             STAGE                          SMALLINT NOT NULL,
             STAGEDATE                      DATE,
             FEEINVOICE                     INTEGER,
             LAPSEDATE                      DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.DUNNING                    *
      ******************************************************************
       01  DCLDUNNING.
           10 INVOICENUMBER        PIC S9(9) USAGE COMP-5.
           10 POLICYNUMBER         PIC S9(9) USAGE COMP-5.
           10 CUSTOMERNUMBER       PIC S9(9) USAGE COMP-5.
           10 STAGE                PIC S9(4) USAGE COMP-5.
           10 STAGEDATE            PIC X(10).
           10 FEEINVOICE           PIC S9(9) USAGE COMP-5.
           10 LAPSEDATE            PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
