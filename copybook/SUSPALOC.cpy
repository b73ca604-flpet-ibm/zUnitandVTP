      ******************************************************************
      * DCLGEN TABLE(GENASA1.SUSPALLOC)                                *
      *        LIBRARY(IBMUSER.UBUILD.COBOL(SUSPALOC))                 *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE GENASA1.SUSPALLOC TABLE
           ( ALLOCID                        INTEGER NOT NULL,
             SUSPENSEID                     INTEGER NOT NULL,
             ALLOCTYPE                      CHAR(1) NOT NULL,
             INVOICENUMBER                  INTEGER,
             CUSTOMERNUMBER                 INTEGER,
             AMOUNT                         INTEGER,
             ALLOCDATE                      DATE,
             OPERATOR                       CHAR(8),
             REMITTEDDATE                   DATE,
             REMITREF                       CHAR(16)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.SUSPALLOC                  *
      ******************************************************************
       01  DCLSUSPALLOC.
           10 ALLOCID              PIC S9(9) USAGE COMP-5.
           10 SUSPENSEID           PIC S9(9) USAGE COMP-5.
           10 ALLOCTYPE            PIC X(1).
           10 INVOICENUMBER        PIC S9(9) USAGE COMP-5.
           10 CUSTOMERNUMBER       PIC S9(9) USAGE COMP-5.
           10 AMOUNT               PIC S9(9) USAGE COMP-5.
           10 ALLOCDATE            PIC X(10).
           10 OPERATOR             PIC X(8).
           10 REMITTEDDATE         PIC X(10).
           10 REMITREF             PIC X(16).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
