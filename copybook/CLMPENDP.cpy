             REQUESTDATE                    DATE,
             STATUS                         CHAR(1),
             DECIDEDBY                      CHAR(8),
             DECIDEDDATE                    DATE,
             REPAIRERID                     CHAR(8),
             INVOICENUMBER                  CHAR(12)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.PENDINGPAYMENT             *
           10 STATUS               PIC X(1).
           10 DECIDEDBY            PIC X(8).
           10 DECIDEDDATE          PIC X(10).
           10 REPAIRERID           PIC X(8).
           10 INVOICENUMBER        PIC X(12).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
