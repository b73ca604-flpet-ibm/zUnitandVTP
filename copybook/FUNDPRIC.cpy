      ******************************************************************
      * DCLGEN TABLE(GENASA1.FUNDPRICE)                                *
      *        LIBRARY(IBMUSER.UBUILD.COBOL(FUNDPRIC))                 *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE GENASA1.FUNDPRICE TABLE
           ( FUNDCODE                       CHAR(1) NOT NULL,
             PRICEDATE                      DATE NOT NULL,
             BIDPRICE                       DECIMAL(9,4),
             OFFERPRICE                     DECIMAL(9,4),
             LOADEDDATE                     DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.FUNDPRICE                  *
      ******************************************************************
       01  DCLFUNDPRICE.
           10 FUNDCODE             PIC X(1).
           10 PRICEDATE            PIC X(10).
           10 BIDPRICE             PIC S9(5)V9(4) USAGE COMP-3.
           10 OFFERPRICE           PIC S9(5)V9(4) USAGE COMP-3.
           10 LOADEDDATE           PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
