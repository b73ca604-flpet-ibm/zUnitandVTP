           03 FSP-REQUEST-ID            PIC X(6).
           03 FSP-RETURN-CODE           PIC 9(2).
      *    Portal session token - issued by SESNEW, checked by
      *    SESCHK, ended by SESEND
           03 FSP-SES-TOKEN             PIC X(32).
           03 FSP-SES-CUSTOMER-NUM      PIC 9(10).
      *    SESCHK only: a policy-keyed request passes the policy
      *    number with customer number zero and the owner is
      *    looked up
           03 FSP-SES-POLICY-NUM        PIC 9(9).
      *    SESCHK only: the request id being checked, and who
      *    presented it, for the SESSIONREJECT log
           03 FSP-SES-SERVICE-ID        PIC X(6).
           03 FSP-SES-OPERATOR          PIC X(8).
      *    Returned: when the session now expires
           03 FSP-SES-EXPIRES           PIC X(26).
