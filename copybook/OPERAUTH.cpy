      ******************************************************************
      * DCLGEN TABLE(GENASA1.OPERAUTH)                                 *
      *        LIBRARY(IBMUSER.UBUILD.COBOL(OPERAUTH))                 *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE GENASA1.OPERAUTH TABLE
           ( OPERATOR                       CHAR(8) NOT NULL,
             AUTHORITY                      CHAR(8) NOT NULL,
             GRANTEDDATE                    DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.OPERAUTH                   *
      ******************************************************************
       01  DCLOPERAUTH.
           10 OPERATOR             PIC X(8).
           10 AUTHORITY            PIC X(8).
           10 GRANTEDDATE          PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
