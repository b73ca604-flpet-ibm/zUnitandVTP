      ******************************************************************
      * DCLGEN TABLE(GENASA1.MOTORRATE)                                *
      *        LIBRARY(IBMUSER.UBUILD.COBOL(MOTRATE))                  *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE GENASA1.MOTORRATE TABLE
           ( RATEVERSION                    INTEGER NOT NULL,
             EFFECTIVEFROM                  DATE NOT NULL,
             BASERATE                       DECIMAL(7,2) NOT NULL,
             YOUNGAGE                       SMALLINT NOT NULL,
             AGELOADPCT                     SMALLINT NOT NULL,
             CARVALUEBP                     SMALLINT NOT NULL,
             BASICPCT                       SMALLINT NOT NULL,
             STANDARDPCT                    SMALLINT NOT NULL,
             PREMIUMPCT                     SMALLINT NOT NULL,
             CCBAND1                        SMALLINT NOT NULL,
             CCLOAD1PCT                     SMALLINT NOT NULL,
             CCBAND2                        SMALLINT NOT NULL,
             CCLOAD2PCT                     SMALLINT NOT NULL,
             ACCIDENTPCT                    SMALLINT NOT NULL,
             ACCIDENTCAP                    SMALLINT NOT NULL,
             LOADEDBY                       CHAR(8),
             LOADEDDATE                     DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.MOTORRATE                  *
      ******************************************************************
       01  DCLMOTORRATE.
           10 RATEVERSION          PIC S9(9) USAGE COMP-5.
           10 EFFECTIVEFROM        PIC X(10).
           10 BASERATE             PIC S9(5)V9(2) USAGE COMP-3.
           10 YOUNGAGE             PIC S9(4) USAGE COMP-5.
           10 AGELOADPCT           PIC S9(4) USAGE COMP-5.
           10 CARVALUEBP           PIC S9(4) USAGE COMP-5.
           10 BASICPCT             PIC S9(4) USAGE COMP-5.
           10 STANDARDPCT          PIC S9(4) USAGE COMP-5.
           10 PREMIUMPCT           PIC S9(4) USAGE COMP-5.
           10 CCBAND1              PIC S9(4) USAGE COMP-5.
           10 CCLOAD1PCT           PIC S9(4) USAGE COMP-5.
           10 CCBAND2              PIC S9(4) USAGE COMP-5.
           10 CCLOAD2PCT           PIC S9(4) USAGE COMP-5.
           10 ACCIDENTPCT          PIC S9(4) USAGE COMP-5.
           10 ACCIDENTCAP          PIC S9(4) USAGE COMP-5.
           10 LOADEDBY             PIC X(8).
           10 LOADEDDATE           PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 17      *
      ******************************************************************
