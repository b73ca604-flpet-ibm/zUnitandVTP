      ******************************************************************
      * DCLGEN TABLE(GENASA1.NUMRANGE)                                 *
      *        LIBRARY(IBMUSER.COBOL.COPYLIB(NUMRANGE))                *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE GENASA1.NUMRANGE TABLE
           ( KEYTYPE                        CHAR(8) NOT NULL,
             LOWNUMBER                      INTEGER NOT NULL,
             HIGHNUMBER                     INTEGER NOT NULL,
             LASTNUMBER                     INTEGER NOT NULL,
             ALERTPCT                       SMALLINT,
             ALERTTS                        TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.NUMRANGE                   *
      ******************************************************************
       01  DCLNUMRANGE.
           10 KEYTYPE              PIC X(8).
           10 LOWNUMBER            PIC S9(9) USAGE COMP-5.
           10 HIGHNUMBER           PIC S9(9) USAGE COMP-5.
           10 LASTNUMBER           PIC S9(9) USAGE COMP-5.
           10 ALERTPCT             PIC S9(4) USAGE COMP-5.
           10 ALERTTS              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
