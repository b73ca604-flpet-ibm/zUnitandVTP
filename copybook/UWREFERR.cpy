             RATINGINPUT                    CHAR(200),
             STATUS                         CHAR(1),
             DECIDEDBY                      CHAR(8),
             DECIDEDDATE                    DATE,
             PREMIUM                        INTEGER
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.UWREFERRAL                  *
           10 STATUS               PIC X(1).
           10 DECIDEDBY            PIC X(8).
           10 DECIDEDDATE          PIC X(10).
           10 PREMIUM              PIC S9(9) USAGE COMP-5.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10       *
      ******************************************************************
