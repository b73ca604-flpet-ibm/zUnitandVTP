      ******************************************************************
      * DCLGEN TABLE(GENASA1.SUSPENSE)                                 *
      *        LIBRARY(IBMUSER.UBUILD.COBOL(SUSPENSE))                 *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE GENASA1.SUSPENSE TABLE
           ( SUSPENSEID                     INTEGER NOT NULL,
             BANKREF                        CHAR(16),
             QUOTEDREF                      INTEGER,
             RECEIVEDDATE                   DATE,
             AMOUNT                         INTEGER,
             ALLOCATEDAMOUNT                INTEGER,
             STATUS                         CHAR(1),
             REASON                         CHAR(30)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.SUSPENSE                   *
      ******************************************************************
       01  DCLSUSPENSE.
           10 SUSPENSEID           PIC S9(9) USAGE COMP-5.
           10 BANKREF              PIC X(16).
           10 QUOTEDREF            PIC S9(9) USAGE COMP-5.
           10 RECEIVEDDATE         PIC X(10).
           10 AMOUNT               PIC S9(9) USAGE COMP-5.
           10 ALLOCATEDAMOUNT      PIC S9(9) USAGE COMP-5.
           10 STATUS               PIC X(1).
           10 REASON               PIC X(30).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
