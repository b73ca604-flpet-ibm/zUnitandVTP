      ******************************************************************
      * DCLGEN TABLE(GENASA1.DSARLOG)                                  *
      *        LIBRARY(IBMUSER.UBUILD.COBOL(DSARLOG))                  *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE GENASA1.DSARLOG TABLE
           ( DSARID                         INTEGER NOT NULL,
             CUSTOMERNUMBER                 INTEGER NOT NULL,
             IDENTIFIEDBY                   CHAR(1),
             RECEIVEDDATE                   DATE,
             DEADLINEDATE                   DATE,
             DELIVEREDDATE                  DATE,
             ONTIME                         CHAR(1),
             EXTRACTLINES                   INTEGER,
             DELIVEREDTS                    TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.DSARLOG                    *
      ******************************************************************
       01  DCLDSARLOG.
           10 DSARID               PIC S9(9) USAGE COMP-5.
           10 CUSTOMERNUMBER       PIC S9(9) USAGE COMP-5.
           10 IDENTIFIEDBY         PIC X(1).
           10 RECEIVEDDATE         PIC X(10).
           10 DEADLINEDATE         PIC X(10).
           10 DELIVEREDDATE        PIC X(10).
           10 ONTIME               PIC X(1).
           10 EXTRACTLINES         PIC S9(9) USAGE COMP-5.
           10 DELIVEREDTS          PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
