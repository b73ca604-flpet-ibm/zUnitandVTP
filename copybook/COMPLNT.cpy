      ******************************************************************
      * DCLGEN TABLE(GENASA1.COMPLAINT)                                *
      *        LIBRARY(IBMUSER.UBUILD.COBOL(COMPLNT))                  *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE GENASA1.COMPLAINT TABLE
           ( COMPLAINTID                    INTEGER NOT NULL,
             CUSTOMERNUMBER                 INTEGER NOT NULL,
             POLICYNUMBER                   INTEGER,
             CLAIMNUMBER                    INTEGER,
             CATEGORY                       CHAR(2),
             STATUS                         CHAR(1),
             RECEIVEDDATE                   DATE,
             DEADLINE                       DATE,
             ACKDATE                        DATE,
             RESOLVEDDATE                   DATE,
             OUTCOME                        CHAR(1),
             ESCALATEDDATE                  DATE,
             DOCID                          INTEGER,
             HANDLERID                      CHAR(8),
             SUMMARY                        CHAR(60)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.COMPLAINT                  *
      ******************************************************************
       01  DCLCOMPLAINT.
           10 COMPLAINTID          PIC S9(9) USAGE COMP-5.
           10 CUSTOMERNUMBER       PIC S9(9) USAGE COMP-5.
           10 POLICYNUMBER         PIC S9(9) USAGE COMP-5.
           10 CLAIMNUMBER          PIC S9(9) USAGE COMP-5.
           10 CATEGORY             PIC X(2).
           10 STATUS               PIC X(1).
           10 RECEIVEDDATE         PIC X(10).
           10 DEADLINE             PIC X(10).
           10 ACKDATE              PIC X(10).
           10 RESOLVEDDATE         PIC X(10).
           10 OUTCOME              PIC X(1).
           10 ESCALATEDDATE        PIC X(10).
           10 DOCID                PIC S9(9) USAGE COMP-5.
           10 HANDLERID            PIC X(8).
           10 SUMMARY              PIC X(60).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************
