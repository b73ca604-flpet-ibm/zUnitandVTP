             MARKETINGOK                    CHAR(1),
             EBOKSOK                        CHAR(1),
             CHANGEDTS                      TIMESTAMP,
             CHANGESOURCE                   CHAR(10),
             INDEXOPTOUT                    CHAR(1)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.CONSENT                    *
           10 EBOKSOK              PIC X(1).
           10 CHANGEDTS            PIC X(26).
           10 CHANGESOURCE         PIC X(10).
           10 INDEXOPTOUT          PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
