      ******************************************************************
      * DCLGEN TABLE(GENASA1.COLLECTION)                               *
      *        LIBRARY(IBMUSER.UBUILD.COBOL(COLLECT))                  *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE GENASA1.COLLECTION TABLE
           ( INVOICENUMBER                  INTEGER NOT NULL,
             CUSTOMERNUMBER                 INTEGER,
             POLICYNUMBER                   INTEGER,
             AMOUNT                         INTEGER,
             HANDOVERDATE                   DATE,
             STATUS                         CHAR(1),
             CLOSEDDATE                     DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.COLLECTION                 *
      ******************************************************************
       01  DCLCOLLECTION.
           10 INVOICENUMBER        PIC S9(9) USAGE COMP-5.
           10 CUSTOMERNUMBER       PIC S9(9) USAGE COMP-5.
           10 POLICYNUMBER         PIC S9(9) USAGE COMP-5.
           10 AMOUNT               PIC S9(9) USAGE COMP-5.
           10 HANDOVERDATE         PIC X(10).
           10 STATUS               PIC X(1).
           10 CLOSEDDATE           PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
