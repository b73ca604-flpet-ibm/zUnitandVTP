      ******************************************************************
      * DCLGEN TABLE(GENASA1.BANKSTMTENT)                              *
      *        LIBRARY(IBMUSER.UBUILD.COBOL(BANKSTMT))                 *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE GENASA1.BANKSTMTENT TABLE
           ( ENTRYID                        INTEGER NOT NULL,
             STMTID                         CHAR(35),
             BOOKINGDATE                    DATE,
             DIRECTION                      CHAR(1),
             AMOUNT                         DECIMAL(11,2),
             ENDTOENDID                     CHAR(35),
             ACCTSVCRREF                    CHAR(35),
             PMTINFID                       CHAR(35),
             STATUS                         CHAR(1),
             MATCHTYPE                      CHAR(1)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.BANKSTMTENT                *
      ******************************************************************
       01  DCLBANKSTMTENT.
           10 ENTRYID              PIC S9(9) USAGE COMP-5.
           10 STMTID               PIC X(35).
           10 BOOKINGDATE          PIC X(10).
           10 DIRECTION            PIC X(1).
           10 AMOUNT               PIC S9(9)V9(2) USAGE COMP-3.
           10 ENDTOENDID           PIC X(35).
           10 ACCTSVCRREF          PIC X(35).
           10 PMTINFID             PIC X(35).
           10 STATUS               PIC X(1).
           10 MATCHTYPE            PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
