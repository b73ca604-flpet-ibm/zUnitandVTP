      ******************************************************************
      * DCLGEN TABLE(GENASA1.CHURNSCORE)                               *
      *        LIBRARY(IBMUSER.UBUILD.COBOL(CHURNSC))                  *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE GENASA1.CHURNSCORE TABLE
           ( POLICYNUMBER                   INTEGER NOT NULL,
             RENEWALDATE                    DATE NOT NULL,
             CUSTOMERNUMBER                 INTEGER NOT NULL,
             SCOREDATE                      DATE,
             SCORE                          SMALLINT,
             PCTCHANGE                      DECIMAL(5,2),
             PRICEPTS                       SMALLINT,
             TENUREYEARS                    SMALLINT,
             TENUREPTS                      SMALLINT,
             CLAIMCOUNT                     SMALLINT,
             CLAIMPTS                       SMALLINT,
             ARREARS                        INTEGER,
             ARREARSPTS                     SMALLINT,
             HHPOLICIES                     SMALLINT,
             HHPTS                          SMALLINT,
             CHANNEL                        CHAR(1),
             CHANNELPTS                     SMALLINT,
             HHPREMIUM                      INTEGER,
             OUTCOME                        CHAR(1),
             OUTCOMEDATE                    DATE,
             OUTCOMEOPER                    CHAR(8),
             OUTCOMENOTE                    CHAR(60)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.CHURNSCORE                 *
      ******************************************************************
       01  DCLCHURNSCORE.
           10 POLICYNUMBER         PIC S9(9) USAGE COMP-5.
           10 RENEWALDATE          PIC X(10).
           10 CUSTOMERNUMBER       PIC S9(9) USAGE COMP-5.
           10 SCOREDATE            PIC X(10).
           10 SCORE                PIC S9(4) USAGE COMP-5.
           10 PCTCHANGE            PIC S9(3)V9(2) USAGE COMP-3.
           10 PRICEPTS             PIC S9(4) USAGE COMP-5.
           10 TENUREYEARS          PIC S9(4) USAGE COMP-5.
           10 TENUREPTS            PIC S9(4) USAGE COMP-5.
           10 CLAIMCOUNT           PIC S9(4) USAGE COMP-5.
           10 CLAIMPTS             PIC S9(4) USAGE COMP-5.
           10 ARREARS              PIC S9(9) USAGE COMP-5.
           10 ARREARSPTS           PIC S9(4) USAGE COMP-5.
           10 HHPOLICIES           PIC S9(4) USAGE COMP-5.
           10 HHPTS                PIC S9(4) USAGE COMP-5.
           10 CHANNEL              PIC X(1).
           10 CHANNELPTS           PIC S9(4) USAGE COMP-5.
           10 HHPREMIUM            PIC S9(9) USAGE COMP-5.
           10 OUTCOME              PIC X(1).
           10 OUTCOMEDATE          PIC X(10).
           10 OUTCOMEOPER          PIC X(8).
           10 OUTCOMENOTE          PIC X(60).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 22      *
      ******************************************************************
