      ******************************************************************
      * DCLGEN TABLE(GENASA1.COLLECTTXN)                               *
      *        LIBRARY(IBMUSER.UBUILD.COBOL(COLLTXN))                  *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE GENASA1.COLLECTTXN TABLE
           ( TXNNUMBER                      INTEGER NOT NULL,
             INVOICENUMBER                  INTEGER NOT NULL,
             CUSTOMERNUMBER                 INTEGER,
             TXNTYPE                        CHAR(1) NOT NULL,
             TXNDATE                        DATE,
             AMOUNT                         INTEGER
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.COLLECTTXN                 *
      ******************************************************************
       01  DCLCOLLECTTXN.
           10 TXNNUMBER            PIC S9(9) USAGE COMP-5.
           10 INVOICENUMBER        PIC S9(9) USAGE COMP-5.
           10 CUSTOMERNUMBER       PIC S9(9) USAGE COMP-5.
           10 TXNTYPE              PIC X(1).
           10 TXNDATE              PIC X(10).
           10 AMOUNT               PIC S9(9) USAGE COMP-5.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
