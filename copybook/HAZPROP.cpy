      ******************************************************************
      * DCLGEN TABLE(GENASA1.HAZARDZONEPROP)                           *
      *        LIBRARY(IBMUSER.UBUILD.COBOL(HAZPROP))                  *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE GENASA1.HAZARDZONEPROP TABLE
           ( ZIPLOW                         CHAR(8) NOT NULL,
             ZIPHIGH                        CHAR(8),
             FIREFACTOR                     SMALLINT,
             CRIMEFACTOR                    SMALLINT,
             FLOODFACTOR                    SMALLINT,
             WEATHERFACTOR                  SMALLINT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.HAZARDZONEPROP             *
      ******************************************************************
       01  DCLHAZARDZONEPROP.
           10 ZIPLOW               PIC X(8).
           10 ZIPHIGH              PIC X(8).
           10 FIREFACTOR           PIC S9(4) USAGE COMP-5.
           10 CRIMEFACTOR          PIC S9(4) USAGE COMP-5.
           10 FLOODFACTOR          PIC S9(4) USAGE COMP-5.
           10 WEATHERFACTOR        PIC S9(4) USAGE COMP-5.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
