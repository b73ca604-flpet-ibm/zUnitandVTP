                 10 FSP-C36-INV-NUM     PIC 9(9).
                 10 FSP-C36-INV-DUE     PIC X(10).
                 10 FSP-C36-INV-AMOUNT  PIC 9(9).
      *       Latest documents both ways - 'O' sent, 'I' received
              05 FSP-C36-DOC-COUNT      PIC 9(2).
              05 FSP-C36-DOC-ENTRY OCCURS 20 TIMES.
                 10 FSP-C36-DOC-ID      PIC 9(9).
                 10 FSP-C36-DOC-DATE    PIC X(10).
                 10 FSP-C36-DOC-DIR     PIC X(1).
                 10 FSP-C36-DOC-TYPE    PIC X(3).
                 10 FSP-C36-DOC-POLICY  PIC 9(9).
                 10 FSP-C36-DOC-CLAIM   PIC 9(9).
      *       'Y' = protected name and address; the address above
      *       is masked unless the operator holds ADRPROT authority
              05 FSP-C36-ADDR-PROTECTED PIC X(1).
      *       Latest contact-history notes, newest first - a
      *       follow-up date with done flag 'N' is an open callback
              05 FSP-C36-CON-COUNT      PIC 9(2).
              05 FSP-C36-CON-ENTRY OCCURS 10 TIMES.
                 10 FSP-C36-CON-TS      PIC X(26).
                 10 FSP-C36-CON-CHANNEL PIC X(1).
                 10 FSP-C36-CON-OPERATOR
                                        PIC X(8).
                 10 FSP-C36-CON-REASON  PIC X(4).
                 10 FSP-C36-CON-FOLLOWUP
                                        PIC X(10).
                 10 FSP-C36-CON-DONE    PIC X(1).
                 10 FSP-C36-CON-TEXT    PIC X(100).
              05 FILLER                 PIC X(347).
