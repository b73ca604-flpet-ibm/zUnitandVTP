      ******************************************************************
      * DCLGEN TABLE(GENASA1.PORTALSESSION)                            *
      *        LIBRARY(IBMUSER.UBUILD.COBOL(PORTSESS))                 *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE GENASA1.PORTALSESSION TABLE
           ( SESSIONTOKEN                   CHAR(32) NOT NULL,
             CUSTOMERNUMBER                 INTEGER NOT NULL,
             ISSUEDTS                       TIMESTAMP NOT NULL,
             EXPIRESTS                      TIMESTAMP NOT NULL,
             LASTUSEDTS                     TIMESTAMP,
             ENDEDTS                        TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.PORTALSESSION              *
      ******************************************************************
       01  DCLPORTALSESSION.
           10 SESSIONTOKEN         PIC X(32).
           10 CUSTOMERNUMBER       PIC S9(9) USAGE COMP-5.
           10 ISSUEDTS             PIC X(26).
           10 EXPIRESTS            PIC X(26).
           10 LASTUSEDTS           PIC X(26).
           10 ENDEDTS              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
