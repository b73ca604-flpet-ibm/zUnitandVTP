           03 FSP-REQUEST-ID            PIC X(6).
           03 FSP-RETURN-CODE           PIC 9(2).
      *    Fields used to administer a facultative placement - keyed
      *    by placement id, allocated on add. The share is the
      *    reinsurer's percentage of the part of the policy's sum
      *    insured above the surplus treaty capacity
           03 FSP-FAC-PLACEMENTID       PIC 9(9).
           03 FSP-FAC-POLICYNUMBER      PIC 9(9).
           03 FSP-FAC-REINSURER         PIC X(30).
           03 FSP-FAC-SHAREPCT          PIC 9(3).
           03 FSP-FAC-PREMIUM           PIC 9(9).
           03 FSP-FAC-STARTDATE         PIC X(10).
           03 FSP-FAC-ENDDATE           PIC X(10).
