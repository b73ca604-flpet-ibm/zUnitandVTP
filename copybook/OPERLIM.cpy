      ******************************************************************
      * DCLGEN TABLE(GENASA1.OPERLIMIT)                                *
      *        LIBRARY(IBMUSER.UBUILD.COBOL(OPERLIM))                  *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE GENASA1.OPERLIMIT TABLE
           ( OPERATOR                       CHAR(8) NOT NULL,
             CICSUSERID                     CHAR(8) NOT NULL,
             OPERROLE                       CHAR(8) NOT NULL,
             CLMPAYLIMIT                    INTEGER NOT NULL,
             UWLIMIT                        INTEGER NOT NULL,
             RSVLIMIT                       INTEGER NOT NULL,
             VALIDFROM                      DATE NOT NULL,
             VALIDTO                        DATE,
             CHANGEDBY                      CHAR(8),
             CHANGEDTS                      TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.OPERLIMIT                  *
      ******************************************************************
       01  DCLOPERLIMIT.
           10 OPERATOR             PIC X(8).
           10 CICSUSERID           PIC X(8).
           10 OPERROLE             PIC X(8).
           10 CLMPAYLIMIT          PIC S9(9) USAGE COMP-5.
           10 UWLIMIT              PIC S9(9) USAGE COMP-5.
           10 RSVLIMIT             PIC S9(9) USAGE COMP-5.
           10 VALIDFROM            PIC X(10).
           10 VALIDTO              PIC X(10).
           10 CHANGEDBY            PIC X(8).
           10 CHANGEDTS            PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
