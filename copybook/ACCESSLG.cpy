      ******************************************************************
      * DCLGEN TABLE(GENASA1.ACCESSLOG)                                *
      *        LIBRARY(IBMUSER.UBUILD.COBOL(ACCESSLG))                 *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE GENASA1.ACCESSLOG TABLE
           ( ACCESSTS                       TIMESTAMP NOT NULL,
             OPERATOR                       CHAR(8) NOT NULL,
             TRANSID                        CHAR(4),
             PROGRAMNAME                    CHAR(8) NOT NULL,
             REQUESTID                      CHAR(6),
             CUSTOMERNUMBER                 INTEGER,
             CPRNUMBER                      CHAR(10)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.ACCESSLOG                  *
      ******************************************************************
       01  DCLACCESSLOG.
           10 ACCESSTS             PIC X(26).
           10 OPERATOR             PIC X(8).
           10 TRANSID              PIC X(4).
           10 PROGRAMNAME          PIC X(8).
           10 REQUESTID            PIC X(6).
           10 CUSTOMERNUMBER       PIC S9(9) USAGE COMP-5.
           10 CPRNUMBER            PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
