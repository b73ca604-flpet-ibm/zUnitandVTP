      ******************************************************************
      * DCLGEN TABLE(GENASA1.LETTERQUEUE)                              *
      *        LIBRARY(IBMUSER.UBUILD.COBOL(LTRQUEUE))                 *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE GENASA1.LETTERQUEUE TABLE
           ( QUEUEID                        INTEGER NOT NULL,
             CUSTOMERNUMBER                 INTEGER,
             POLICYNUMBER                   INTEGER,
             LETTERTYPE                     CHAR(3),
             QUEUEDDATE                     DATE,
             EVENTDATE                      DATE,
             AMOUNT                         INTEGER,
             STATUS                         CHAR(1),
             PRODUCEDDATE                   DATE,
             DOCID                          INTEGER
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.LETTERQUEUE                *
      ******************************************************************
       01  DCLLETTERQUEUE.
           10 QUEUEID              PIC S9(9) USAGE COMP-5.
           10 CUSTOMERNUMBER       PIC S9(9) USAGE COMP-5.
           10 POLICYNUMBER         PIC S9(9) USAGE COMP-5.
           10 LETTERTYPE           PIC X(3).
           10 QUEUEDDATE           PIC X(10).
           10 EVENTDATE            PIC X(10).
           10 AMOUNT               PIC S9(9) USAGE COMP-5.
           10 STATUS               PIC X(1).
           10 PRODUCEDDATE         PIC X(10).
           10 DOCID                PIC S9(9) USAGE COMP-5.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
