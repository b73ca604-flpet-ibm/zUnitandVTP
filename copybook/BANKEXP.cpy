      ******************************************************************
      * DCLGEN TABLE(GENASA1.BANKEXPECT)                               *
      *        LIBRARY(IBMUSER.UBUILD.COBOL(BANKEXP))                  *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE GENASA1.BANKEXPECT TABLE
           ( EXPECTID                       INTEGER NOT NULL,
             DIRECTION                      CHAR(1) NOT NULL,
             SOURCEJOB                      CHAR(8),
             REFERENCE                      CHAR(16),
             BATCHREF                       CHAR(16),
             AMOUNT                         DECIMAL(11,2),
             VALUEDATE                      DATE,
             STATUS                         CHAR(1),
             MATCHEDDATE                    DATE,
             ENTRYID                        INTEGER
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.BANKEXPECT                 *
      ******************************************************************
       01  DCLBANKEXPECT.
           10 EXPECTID             PIC S9(9) USAGE COMP-5.
           10 DIRECTION            PIC X(1).
           10 SOURCEJOB            PIC X(8).
           10 REFERENCE            PIC X(16).
           10 BATCHREF             PIC X(16).
           10 AMOUNT               PIC S9(9)V9(2) USAGE COMP-3.
           10 VALUEDATE            PIC X(10).
           10 STATUS               PIC X(1).
           10 MATCHEDDATE          PIC X(10).
           10 ENTRYID              PIC S9(9) USAGE COMP-5.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
