      ******************************************************************
      * DCLGEN TABLE(GENASA1.SALVAGE)                                  *
      *        LIBRARY(IBMUSER.UBUILD.COBOL(CLMSALVG))                 *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE GENASA1.SALVAGE TABLE
           ( CLAIMNUMBER                    INTEGER NOT NULL,
             BUYER                          CHAR(31),
             EXPECTEDAMOUNT                 INTEGER,
             RECEIVEDAMOUNT                 INTEGER,
             OPENEDDATE                     DATE,
             SOLDDATE                       DATE,
             LASTRECEIPTDATE                DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.SALVAGE                    *
      ******************************************************************
       01  DCLSALVAGE.
           10 CLAIMNUMBER          PIC S9(9) USAGE COMP-5.
           10 BUYER                PIC X(31).
           10 EXPECTEDAMOUNT       PIC S9(9) USAGE COMP-5.
           10 RECEIVEDAMOUNT       PIC S9(9) USAGE COMP-5.
           10 OPENEDDATE           PIC X(10).
           10 SOLDDATE             PIC X(10).
           10 LASTRECEIPTDATE      PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
