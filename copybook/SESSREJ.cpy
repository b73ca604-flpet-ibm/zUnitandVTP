      ******************************************************************
      * DCLGEN TABLE(GENASA1.SESSIONREJECT)                            *
      *        LIBRARY(IBMUSER.UBUILD.COBOL(SESSREJ))                  *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE GENASA1.SESSIONREJECT TABLE
           ( REJECTTS                       TIMESTAMP NOT NULL,
             REQUESTID                      CHAR(6) NOT NULL,
             SESSIONTOKEN                   CHAR(32),
             CUSTOMERNUMBER                 INTEGER,
             POLICYNUMBER                   INTEGER,
             SESSIONCUSTOMER                INTEGER,
             REASON                         CHAR(1) NOT NULL,
             OPERATOR                       CHAR(8)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.SESSIONREJECT              *
      ******************************************************************
       01  DCLSESSIONREJECT.
           10 REJECTTS             PIC X(26).
           10 REQUESTID            PIC X(6).
           10 SESSIONTOKEN         PIC X(32).
           10 CUSTOMERNUMBER       PIC S9(9) USAGE COMP-5.
           10 POLICYNUMBER         PIC S9(9) USAGE COMP-5.
           10 SESSIONCUSTOMER      PIC S9(9) USAGE COMP-5.
           10 REASON               PIC X(1).
           10 OPERATOR             PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
