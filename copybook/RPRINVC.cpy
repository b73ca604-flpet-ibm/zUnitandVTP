      ******************************************************************
      * DCLGEN TABLE(GENASA1.REPAIRINVOICE)                            *
      *        LIBRARY(IBMUSER.UBUILD.COBOL(RPRINVC))                  *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE GENASA1.REPAIRINVOICE TABLE
           ( REPAIRERID                     CHAR(8) NOT NULL,
             INVOICENUMBER                  CHAR(12) NOT NULL,
             CLAIMNUMBER                    INTEGER,
             INVOICEDATE                    DATE,
             AMOUNT                         INTEGER,
             LABOURHOURS                    DECIMAL(5,1),
             LABOURAMOUNT                   INTEGER,
             STATUS                         CHAR(1),
             OPERATOR                       CHAR(8),
             DECIDEDBY                      CHAR(8),
             DECIDEDDATE                    DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.REPAIRINVOICE              *
      ******************************************************************
       01  DCLREPAIRINVOICE.
           10 REPAIRERID           PIC X(8).
           10 INVOICENUMBER        PIC X(12).
           10 CLAIMNUMBER          PIC S9(9) USAGE COMP-5.
           10 INVOICEDATE          PIC X(10).
           10 AMOUNT               PIC S9(9) USAGE COMP-5.
           10 LABOURHOURS          PIC S9(4)V9(1) USAGE COMP-3.
           10 LABOURAMOUNT         PIC S9(9) USAGE COMP-5.
           10 STATUS               PIC X(1).
           10 OPERATOR             PIC X(8).
           10 DECIDEDBY            PIC X(8).
           10 DECIDEDDATE          PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
