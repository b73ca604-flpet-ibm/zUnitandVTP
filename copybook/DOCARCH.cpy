             DOCTYPE                        CHAR(3),
             GENDATE                        DATE,
             ARCHIVEDSN                     CHAR(44),
             LINECOUNT                      INTEGER,
             DIRECTION                      CHAR(1),
             CLAIMNUMBER                    INTEGER,
             SCANREF                        CHAR(16),
             DOCLANG                        CHAR(1)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.DOCARCHIVE                 *
           10 GENDATE              PIC X(10).
           10 ARCHIVEDSN           PIC X(44).
           10 LINECOUNT            PIC S9(9) USAGE COMP-5.
           10 DIRECTION            PIC X(1).
           10 CLAIMNUMBER          PIC S9(9) USAGE COMP-5.
           10 SCANREF              PIC X(16).
           10 DOCLANG              PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
