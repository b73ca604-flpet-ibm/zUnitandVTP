      ******************************************************************
      * DCLGEN TABLE(GENASA1.CLMHANDLER)                               *
      *        LIBRARY(IBMUSER.UBUILD.COBOL(CLMHANDL))                 *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE GENASA1.CLMHANDLER TABLE
           ( HANDLERID                      CHAR(8) NOT NULL,
             HANDLERNAME                    CHAR(31),
             TEAM                           CHAR(6),
             POLICYTYPE                     CHAR(1),
             MAXOPEN                        INTEGER,
             AUTHLIMIT                      INTEGER,
             STATUS                         CHAR(1)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.CLMHANDLER                 *
      ******************************************************************
       01  DCLCLMHANDLER.
           10 HANDLERID            PIC X(8).
           10 HANDLERNAME          PIC X(31).
           10 TEAM                 PIC X(6).
           10 POLICYTYPE           PIC X(1).
           10 MAXOPEN              PIC S9(9) USAGE COMP-5.
           10 AUTHLIMIT            PIC S9(9) USAGE COMP-5.
           10 STATUS               PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
