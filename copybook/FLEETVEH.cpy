      ******************************************************************
      * DCLGEN TABLE(GENASA1.FLEETVEHICLE)                             *
      *        LIBRARY(IBMUSER.UBUILD.COBOL(FLEETVEH))                 *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE GENASA1.FLEETVEHICLE TABLE
           ( POLICYNUMBER                   INTEGER NOT NULL,
             REGNUMBER                      CHAR(7) NOT NULL,
             MAKE                           CHAR(15),
             MODEL                          CHAR(15),
             CC                             SMALLINT,
             VEHVALUE                       INTEGER,
             DATEON                         DATE NOT NULL,
             DATEOFF                        DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.FLEETVEHICLE               *
      ******************************************************************
       01  DCLFLEETVEHICLE.
           10 POLICYNUMBER         PIC S9(9) USAGE COMP-5.
           10 REGNUMBER            PIC X(7).
           10 MAKE                 PIC X(15).
           10 MODEL                PIC X(15).
           10 CC                   PIC S9(4) USAGE COMP-5.
           10 VEHVALUE             PIC S9(9) USAGE COMP-5.
           10 DATEON               PIC X(10).
           10 DATEOFF              PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
