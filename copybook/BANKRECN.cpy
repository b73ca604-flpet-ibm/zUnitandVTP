      ******************************************************************
      * DCLGEN TABLE(GENASA1.BANKRECON)                                *
      *        LIBRARY(IBMUSER.UBUILD.COBOL(BANKRECN))                 *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE GENASA1.BANKRECON TABLE
           ( STMTID                         CHAR(35) NOT NULL,
             ACCOUNT                        CHAR(34),
             STMTDATE                       DATE,
             OPENBAL                        DECIMAL(13,2),
             CLOSEBAL                       DECIMAL(13,2),
             BOOKBAL                        DECIMAL(13,2),
             RECONBAL                       DECIMAL(13,2),
             DIFFERENCE                     DECIMAL(13,2),
             RUNDATE                        DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.BANKRECON                  *
      ******************************************************************
       01  DCLBANKRECON.
           10 STMTID               PIC X(35).
           10 ACCOUNT              PIC X(34).
           10 STMTDATE             PIC X(10).
           10 OPENBAL              PIC S9(11)V9(2) USAGE COMP-3.
           10 CLOSEBAL             PIC S9(11)V9(2) USAGE COMP-3.
           10 BOOKBAL              PIC S9(11)V9(2) USAGE COMP-3.
           10 RECONBAL             PIC S9(11)V9(2) USAGE COMP-3.
           10 DIFFERENCE           PIC S9(11)V9(2) USAGE COMP-3.
           10 RUNDATE              PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
