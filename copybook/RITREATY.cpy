             CEDEDPCT                       SMALLINT,
             RETENTION                      INTEGER,
             STARTDATE                      DATE,
             ENDDATE                        DATE,
             CAPACITY                       INTEGER
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.RITREATY                   *
           10 RETENTION            PIC S9(9) USAGE COMP-5.
           10 STARTDATE            PIC X(10).
           10 ENDDATE              PIC X(10).
           10 CAPACITY             PIC S9(9) USAGE COMP-5.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
