           03 FSP-REQUEST-ID            PIC X(6).
           03 FSP-RETURN-CODE           PIC 9(2).
      *    Fields used to key the outcome of a retention call back
      *    against the churn score LGDB2CHN gave the renewal
           03 FSP-CHN-POLICY-NUM        PIC 9(9).
           03 FSP-CHN-RENEWAL-DATE      PIC X(10).
      *    'R' retained, 'L' lost, 'N' not reached, 'P' pending -
      *    customer still considering the offer
           03 FSP-CHN-OUTCOME           PIC X(1).
           03 FSP-CHN-OPERATOR          PIC X(8).
           03 FSP-CHN-NOTE              PIC X(60).
           03 FSP-CHN-OUTCOME-DATE      PIC X(10).
      *    Score and factor points as scored (inquiry only)
           03 FSP-CHN-CUSTOMER-NUM      PIC 9(9).
           03 FSP-CHN-SCORE-DATE        PIC X(10).
           03 FSP-CHN-SCORE             PIC 9(3).
           03 FSP-CHN-PCT-CHANGE        PIC S9(3)V99.
           03 FSP-CHN-PRICE-PTS         PIC 9(3).
           03 FSP-CHN-TENURE-YEARS      PIC 9(3).
           03 FSP-CHN-TENURE-PTS        PIC 9(3).
           03 FSP-CHN-CLAIM-COUNT       PIC 9(3).
           03 FSP-CHN-CLAIM-PTS         PIC 9(3).
           03 FSP-CHN-ARREARS           PIC 9(9).
           03 FSP-CHN-ARREARS-PTS       PIC 9(3).
           03 FSP-CHN-HH-POLICIES       PIC 9(3).
           03 FSP-CHN-HH-PTS            PIC 9(3).
           03 FSP-CHN-CHANNEL           PIC X(1).
           03 FSP-CHN-CHANNEL-PTS       PIC 9(3).
           03 FSP-CHN-HH-PREMIUM        PIC 9(9).
