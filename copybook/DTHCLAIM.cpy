      ******************************************************************
      * DCLGEN TABLE(GENASA1.DEATHCLAIM)                               *
      *        LIBRARY(IBMUSER.UBUILD.COBOL(DTHCLAIM))                 *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE GENASA1.DEATHCLAIM TABLE
           ( POLICYNUMBER                   INTEGER NOT NULL,
             CUSTOMERNUMBER                 INTEGER,
             DEATHDATE                      DATE,
             NOTIFIEDDATE                   DATE,
             STATUS                         CHAR(1),
             SUMASSURED                     INTEGER,
             BONUSTOTAL                     INTEGER,
             PAYOUT                         INTEGER,
             SETTLEDDATE                    DATE,
             OPERATOR                       CHAR(8),
             REMITTEDDATE                   DATE,
             REMITREF                       CHAR(16)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.DEATHCLAIM                 *
      ******************************************************************
       01  DCLDEATHCLAIM.
           10 POLICYNUMBER         PIC S9(9) USAGE COMP-5.
           10 CUSTOMERNUMBER       PIC S9(9) USAGE COMP-5.
           10 DEATHDATE            PIC X(10).
           10 NOTIFIEDDATE         PIC X(10).
           10 STATUS               PIC X(1).
           10 SUMASSURED           PIC S9(9) USAGE COMP-5.
           10 BONUSTOTAL           PIC S9(9) USAGE COMP-5.
           10 PAYOUT               PIC S9(9) USAGE COMP-5.
           10 SETTLEDDATE          PIC X(10).
           10 OPERATOR             PIC X(8).
           10 REMITTEDDATE         PIC X(10).
           10 REMITREF             PIC X(16).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
