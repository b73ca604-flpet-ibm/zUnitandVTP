             OBSERVATIONS                   CHAR(255),
             STATUS                         CHAR(1),
             CAUSECODE                      CHAR(6),
             CATEVENT                       CHAR(8),
             HANDLERID                      CHAR(8)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.CLAIM                      *
           10 STATUS               PIC X(1).
           10 CAUSECODE            PIC X(6).
           10 CATEVENT             PIC X(8).
           10 HANDLERID            PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11       *
      ******************************************************************
