      ******************************************************************
      * DCLGEN TABLE(GENASA1.RIFACPLACE)                               *
      *        LIBRARY(IBMUSER.UBUILD.COBOL(RIFACPL))                  *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE GENASA1.RIFACPLACE TABLE
           ( PLACEMENTID                    INTEGER NOT NULL,
             POLICYNUMBER                   INTEGER NOT NULL,
             REINSURER                      CHAR(30),
             SHAREPCT                       SMALLINT,
             PREMIUM                        INTEGER,
             STARTDATE                      DATE,
             ENDDATE                        DATE,
             PLACEDDATE                     DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.RIFACPLACE                 *
      ******************************************************************
       01  DCLRIFACPLACE.
           10 PLACEMENTID          PIC S9(9) USAGE COMP-5.
           10 POLICYNUMBER         PIC S9(9) USAGE COMP-5.
           10 REINSURER            PIC X(30).
           10 SHAREPCT             PIC S9(4) USAGE COMP-5.
           10 PREMIUM              PIC S9(9) USAGE COMP-5.
           10 STARTDATE            PIC X(10).
           10 ENDDATE              PIC X(10).
           10 PLACEDDATE           PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
