           03 FSP-REQUEST-ID            PIC X(6).
           03 FSP-RETURN-CODE           PIC 9(2).
      *    Fields used to administer a reinsurance treaty - keyed
      *    by treaty id; type 'Q' quota share, 'S' surplus. The
      *    capacity is the sum insured up to which a surplus treaty
      *    takes a risk - zero means ten times the retention
           03 FSP-TRE-TREATYID          PIC X(8).
           03 FSP-TRE-LOB               PIC X(1).
           03 FSP-TRE-TYPE              PIC X(1).
           03 FSP-TRE-RETENTION         PIC 9(9).
           03 FSP-TRE-STARTDATE         PIC X(10).
           03 FSP-TRE-ENDDATE           PIC X(10).
           03 FSP-TRE-CAPACITY          PIC 9(9).
