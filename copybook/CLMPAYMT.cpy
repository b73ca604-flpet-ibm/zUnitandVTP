             PAYMENTTYPE                    CHAR(1),
             REMITTEDDATE                   DATE,
             GLJOURNALED                    CHAR(1),
             REMITREF                       CHAR(16),
             REPAIRERID                     CHAR(8)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.CLAIMPAYMENT                *
           10 REMITTEDDATE         PIC X(10).
           10 GLJOURNALED          PIC X(1).
           10 REMITREF             PIC X(16).
           10 REPAIRERID           PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10       *
      ******************************************************************
