      ******************************************************************
      * DCLGEN TABLE(GENASA1.UNITTXN)                                  *
      *        LIBRARY(IBMUSER.UBUILD.COBOL(UNITTXN))                  *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE GENASA1.UNITTXN TABLE
           ( TXNID                          INTEGER NOT NULL,
             POLICYNUMBER                   INTEGER,
             FUNDCODE                       CHAR(1),
             TXNDATE                        DATE,
             TXNTYPE                        CHAR(3),
             UNITS                          DECIMAL(15,4),
             PRICE                          DECIMAL(9,4),
             AMOUNT                         INTEGER,
             INVOICENUMBER                  INTEGER
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.UNITTXN                    *
      ******************************************************************
       01  DCLUNITTXN.
           10 TXNID                PIC S9(9) USAGE COMP-5.
           10 POLICYNUMBER         PIC S9(9) USAGE COMP-5.
           10 FUNDCODE             PIC X(1).
           10 TXNDATE              PIC X(10).
           10 TXNTYPE              PIC X(3).
           10 UNITS                PIC S9(11)V9(4) USAGE COMP-3.
           10 PRICE                PIC S9(5)V9(4) USAGE COMP-3.
           10 AMOUNT               PIC S9(9) USAGE COMP-5.
           10 INVOICENUMBER        PIC S9(9) USAGE COMP-5.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
