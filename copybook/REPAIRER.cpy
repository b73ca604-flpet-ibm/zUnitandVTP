      ******************************************************************
      * DCLGEN TABLE(GENASA1.REPAIRER)                                 *
      *        LIBRARY(IBMUSER.UBUILD.COBOL(REPAIRER))                 *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE GENASA1.REPAIRER TABLE
           ( REPAIRERID                     CHAR(8) NOT NULL,
             REPAIRERNAME                   CHAR(31),
             CVRNUMBER                      CHAR(8),
             TRADE                          CHAR(1),
             BANKREGNO                      CHAR(4),
             BANKACCOUNT                    CHAR(10),
             LABOURRATE                     INTEGER,
             STATUS                         CHAR(1)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.REPAIRER                   *
      ******************************************************************
       01  DCLREPAIRER.
           10 REPAIRERID           PIC X(8).
           10 REPAIRERNAME         PIC X(31).
           10 CVRNUMBER            PIC X(8).
           10 TRADE                PIC X(1).
           10 BANKREGNO            PIC X(4).
           10 BANKACCOUNT          PIC X(10).
           10 LABOURRATE           PIC S9(9) USAGE COMP-5.
           10 STATUS               PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
