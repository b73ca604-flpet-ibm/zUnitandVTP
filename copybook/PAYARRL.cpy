      ******************************************************************
      * DCLGEN TABLE(GENASA1.PAYARRLINE)                               *
      *        LIBRARY(IBMUSER.UBUILD.COBOL(PAYARRL))                  *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE GENASA1.PAYARRLINE TABLE
           ( ARRANGEID                      INTEGER NOT NULL,
             LINETYPE                       CHAR(1) NOT NULL,
             INVOICENUMBER                  INTEGER NOT NULL,
             INSTALNO                       SMALLINT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.PAYARRLINE                 *
      ******************************************************************
       01  DCLPAYARRLINE.
           10 ARRANGEID            PIC S9(9) USAGE COMP-5.
           10 LINETYPE             PIC X(1).
           10 INVOICENUMBER        PIC S9(9) USAGE COMP-5.
           10 INSTALNO             PIC S9(4) USAGE COMP-5.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
