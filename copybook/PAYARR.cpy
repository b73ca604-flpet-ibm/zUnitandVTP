      ******************************************************************
      * DCLGEN TABLE(GENASA1.PAYARRANGE)                               *
      *        LIBRARY(IBMUSER.UBUILD.COBOL(PAYARR))                   *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE GENASA1.PAYARRANGE TABLE
           ( ARRANGEID                      INTEGER NOT NULL,
             POLICYNUMBER                   INTEGER,
             CUSTOMERNUMBER                 INTEGER,
             AGREEDDATE                     DATE,
             TOTALAMOUNT                    INTEGER,
             INSTALMENTS                    SMALLINT,
             STATUS                         CHAR(1),
             CLOSEDDATE                     DATE,
             OPERATOR                       CHAR(8)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.PAYARRANGE                 *
      ******************************************************************
       01  DCLPAYARRANGE.
           10 ARRANGEID            PIC S9(9) USAGE COMP-5.
           10 POLICYNUMBER         PIC S9(9) USAGE COMP-5.
           10 CUSTOMERNUMBER       PIC S9(9) USAGE COMP-5.
           10 AGREEDDATE           PIC X(10).
           10 TOTALAMOUNT          PIC S9(9) USAGE COMP-5.
           10 INSTALMENTS          PIC S9(4) USAGE COMP-5.
           10 STATUS               PIC X(1).
           10 CLOSEDDATE           PIC X(10).
           10 OPERATOR             PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
