      ******************************************************************
      * DCLGEN TABLE(GENASA1.ENDPREMALT)                               *
      *        LIBRARY(IBMUSER.UBUILD.COBOL(ENDPALT))                  *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE GENASA1.ENDPREMALT TABLE
           ( POLICYNUMBER                   INTEGER NOT NULL,
             ALTERTYPE                      CHAR(1) NOT NULL,
             EFFECTIVEDATE                  DATE NOT NULL,
             RESUMEDATE                     DATE,
             MONTHS                         INTEGER,
             PREMIUMSPAID                   INTEGER,
             OLDSUMASSURED                  INTEGER,
             NEWSUMASSURED                  INTEGER,
             RECORDEDDATE                   DATE,
             OPERATOR                       CHAR(8)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.ENDPREMALT                 *
      ******************************************************************
       01  DCLENDPREMALT.
           10 POLICYNUMBER         PIC S9(9) USAGE COMP-5.
           10 ALTERTYPE            PIC X(1).
           10 EFFECTIVEDATE        PIC X(10).
           10 RESUMEDATE           PIC X(10).
           10 MONTHS               PIC S9(9) USAGE COMP-5.
           10 PREMIUMSPAID         PIC S9(9) USAGE COMP-5.
           10 OLDSUMASSURED        PIC S9(9) USAGE COMP-5.
           10 NEWSUMASSURED        PIC S9(9) USAGE COMP-5.
           10 RECORDEDDATE         PIC X(10).
           10 OPERATOR             PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
