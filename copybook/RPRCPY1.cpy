           03 FSP-REQUEST-ID            PIC X(6).
           03 FSP-RETURN-CODE           PIC 9(2).
      *    Fields used to maintain the approved-repairer register -
      *    trade 'M' motor garage, 'H' builder; status 'A'
      *    approved, 'S' suspended, 'W' withdrawn. Only an approved
      *    repairer can have invoices posted through CLMPGMI
           03 FSP-RPR-REPAIRERID        PIC X(8).
           03 FSP-RPR-NAME              PIC X(31).
           03 FSP-RPR-CVRNUMBER         PIC X(8).
           03 FSP-RPR-TRADE             PIC X(1).
           03 FSP-RPR-BANKREGNO         PIC X(4).
           03 FSP-RPR-BANKACCOUNT       PIC X(10).
           03 FSP-RPR-LABOURRATE        PIC 9(5).
           03 FSP-RPR-STATUS            PIC X(1).
