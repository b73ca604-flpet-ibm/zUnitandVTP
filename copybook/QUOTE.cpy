             RATINGINPUT                    CHAR(200),
             PREMIUM                        INTEGER,
             STATUS                         CHAR(1),
             CONVERTEDPOLICY                INTEGER,
             CONVERTEDDATE                  DATE,
             RATEVERSION                    INTEGER
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.QUOTE                      *
           10 PREMIUM              PIC S9(9) USAGE COMP-5.
           10 STATUS               PIC X(1).
           10 CONVERTEDPOLICY      PIC S9(9) USAGE COMP-5.
           10 CONVERTEDDATE        PIC X(10).
           10 RATEVERSION          PIC S9(9) USAGE COMP-5.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
