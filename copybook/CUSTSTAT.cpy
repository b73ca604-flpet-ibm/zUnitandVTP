           ( CUSTOMERNUMBER                 INTEGER NOT NULL,
             STATUS                         CHAR(1) NOT NULL,
             EVENTDATE                      DATE,
             APPLIEDDATE                    DATE,
             WINDDOWNDATE                   DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.CUSTOMERSTATUS             *
           10 STATUS               PIC X(1).
           10 EVENTDATE            PIC X(10).
           10 APPLIEDDATE          PIC X(10).
           10 WINDDOWNDATE         PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
