             BEDROOMS                       SMALLINT,
             VALUE                          INTEGER,
             POSTCODE                       CHAR(8),
             EXCESSAMOUNT                   INTEGER,
             BUILTYEAR                      SMALLINT,
             LIVINGAREA                     INTEGER,
             ROOFMATERIAL                   CHAR(2),
             BUILDINGUSE                    CHAR(3),
             BBRCHECKED                     CHAR(1)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.HOUSE                       *
           10 WS-VALUE             PIC S9(9) USAGE COMP-5.
           10 POSTCODE             PIC X(8).
           10 EXCESSAMOUNT         PIC S9(9) USAGE COMP-5.
           10 BUILTYEAR            PIC S9(4) USAGE COMP-5.
           10 LIVINGAREA           PIC S9(9) USAGE COMP-5.
           10 ROOFMATERIAL         PIC X(2).
           10 BUILDINGUSE          PIC X(3).
           10 BBRCHECKED           PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11       *
      ******************************************************************
