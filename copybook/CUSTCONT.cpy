      ******************************************************************
      * DCLGEN TABLE(GENASA1.CUSTCONTACT)                              *
      *        LIBRARY(IBMUSER.UBUILD.COBOL(CUSTCONT))                 *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE GENASA1.CUSTCONTACT TABLE
           ( CUSTOMERNUMBER                 INTEGER NOT NULL,
             CONTACTTS                      TIMESTAMP NOT NULL,
             CHANNEL                        CHAR(1) NOT NULL,
             OPERATOR                       CHAR(8) NOT NULL,
             REASONCODE                     CHAR(4) NOT NULL,
             NOTETEXT                       CHAR(250),
             FOLLOWUPDATE                   DATE,
             FOLLOWUPDONE                   CHAR(1)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.CUSTCONTACT                *
      ******************************************************************
       01  DCLCUSTCONTACT.
           10 CUSTOMERNUMBER       PIC S9(9) USAGE COMP-5.
           10 CONTACTTS            PIC X(26).
           10 CHANNEL              PIC X(1).
           10 OPERATOR             PIC X(8).
           10 REASONCODE           PIC X(4).
           10 NOTETEXT             PIC X(250).
           10 FOLLOWUPDATE         PIC X(10).
           10 FOLLOWUPDONE         PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
