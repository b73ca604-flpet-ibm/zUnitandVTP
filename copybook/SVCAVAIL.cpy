      ******************************************************************
      * DCLGEN TABLE(GENASA1.SVCAVAIL)                                 *
      *        LIBRARY(IBMUSER.COBOL.COPYLIB(SVCAVAIL))                *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE GENASA1.SVCAVAIL TABLE
           ( JOBNAME                        CHAR(8) NOT NULL,
             STARTTS                        TIMESTAMP,
             UNTILTS                        TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.SVCAVAIL                   *
      ******************************************************************
       01  DCLSVCAVAIL.
           10 JOBNAME              PIC X(8).
           10 STARTTS              PIC X(26).
           10 UNTILTS              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
