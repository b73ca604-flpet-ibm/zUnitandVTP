             CUSTOMERPASS                   CHAR(32),
             STATE_INDICATOR                CHAR(1),
             PASS_CHANGES                   INTEGER,
             FAILEDATTEMPTS                 INTEGER,
             PASSSALT                       CHAR(16),
             PASSHASH                       CHAR(64)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.CUSTOMER_SECURE            *
           10 STATE-INDICATOR      PIC X(1).
           10 PASS-CHANGES         PIC S9(9) USAGE COMP-5.
           10 FAILEDATTEMPTS       PIC S9(9) USAGE COMP-5.
           10 PASSSALT             PIC X(16).
           10 PASSHASH             PIC X(64).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
