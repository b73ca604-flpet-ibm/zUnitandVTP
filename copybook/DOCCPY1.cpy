           03 FSP-CUSTOMER-NUM          PIC 9(9).
           03 FSP-DOC-ID                PIC 9(9).
           03 FSP-REQUEST-SPECIFIC      PIC X(5000).
      *    A customer's archived documents returned by DOCLST -
      *    what we sent and what the customer sent us, newest
      *    first. Direction 'O' outbound, 'I' inbound (scanned).
           03 FSP-DOC-LIST REDEFINES FSP-REQUEST-SPECIFIC.
              05 FSP-DOC-COUNT          PIC 9(3).
              05 FSP-DOC-ENTRY OCCURS 50 TIMES.
                 10 FSP-DOC-L-POLICY    PIC 9(9).
                 10 FSP-DOC-L-TYPE      PIC X(3).
                 10 FSP-DOC-L-GENDATE   PIC X(10).
                 10 FSP-DOC-L-DIRECTION PIC X(1).
                 10 FSP-DOC-L-CLAIM     PIC 9(9).
              05 FILLER                 PIC X(2947).
      *    Archive location of one document returned by DOCGET
           03 FSP-DOC-LOCATION REDEFINES FSP-REQUEST-SPECIFIC.
              05 FSP-DOC-G-POLICY       PIC 9(9).
              05 FSP-DOC-G-GENDATE      PIC X(10).
              05 FSP-DOC-G-DSN          PIC X(44).
              05 FSP-DOC-G-LINECOUNT    PIC 9(9).
              05 FSP-DOC-G-DIRECTION    PIC X(1).
              05 FSP-DOC-G-CLAIM        PIC 9(9).
              05 FILLER                 PIC X(4915).
