      ******************************************************************
      * DCLGEN TABLE(GENASA1.FAIRPRICE)                                *
      *        LIBRARY(IBMUSER.UBUILD.COBOL(FAIRPRC))                  *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE GENASA1.FAIRPRICE TABLE
           ( POLICYNUMBER                   INTEGER NOT NULL,
             RENEWALDATE                    DATE NOT NULL,
             POLICYTYPE                     CHAR(1),
             TENUREYEARS                    SMALLINT,
             OFFERPREMIUM                   DECIMAL(9,2),
             NBPREMIUM                      DECIMAL(9,2),
             FINALPREMIUM                   DECIMAL(9,2),
             ACTION                         CHAR(1),
             CHECKDATE                      DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.FAIRPRICE                  *
      ******************************************************************
       01  DCLFAIRPRICE.
           10 POLICYNUMBER         PIC S9(9) USAGE COMP-5.
           10 RENEWALDATE          PIC X(10).
           10 POLICYTYPE           PIC X(1).
           10 TENUREYEARS          PIC S9(4) USAGE COMP-5.
           10 OFFERPREMIUM         PIC S9(7)V9(2) USAGE COMP-3.
           10 NBPREMIUM            PIC S9(7)V9(2) USAGE COMP-3.
           10 FINALPREMIUM         PIC S9(7)V9(2) USAGE COMP-3.
           10 ACTION               PIC X(1).
           10 CHECKDATE            PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
