           03 FSP-REQUEST-ID            PIC X(6).
           03 FSP-RETURN-CODE           PIC 9(2).
      *    Fields used to maintain the complaints register - keyed
      *    by complaint id (assigned and returned by CMPRCV). The
      *    customer is mandatory, policy and claim optional (zero
      *    when the complaint is not about one). Category:
      *      'CL' claims handling     'SA' sale and advice
      *      'PR' premium and price   'CA' cancellation and renewal
      *      'SE' customer service    'OT' other
      *    Status: 'R' received, 'A' acknowledged, 'C' resolved,
      *    'E' escalated to the Ankenaevnet for Forsikring.
      *    Outcome on resolve: 'U' upheld, 'P' partly upheld,
      *    'R' rejected. The event date defaults to today; the
      *    docid is the DOCARCHIVE letter that answered the
      *    customer, so DOCPGM1 can pull it.
           03 FSP-CMP-COMPLAINTID       PIC 9(9).
           03 FSP-CMP-CUSTOMER-NUM      PIC 9(9).
           03 FSP-CMP-POLICY-NUM        PIC 9(9).
           03 FSP-CMP-CLAIM-NUM         PIC 9(9).
           03 FSP-CMP-CATEGORY          PIC X(2).
           03 FSP-CMP-DATE              PIC X(10).
           03 FSP-CMP-OUTCOME           PIC X(1).
           03 FSP-CMP-DOCID             PIC 9(9).
           03 FSP-CMP-HANDLERID         PIC X(8).
           03 FSP-CMP-SUMMARY           PIC X(60).
      *    Returned by every request - the position after it
           03 FSP-CMP-STATUS            PIC X(1).
           03 FSP-CMP-RECEIVED-DATE     PIC X(10).
           03 FSP-CMP-DEADLINE          PIC X(10).
           03 FSP-CMP-ACK-DATE          PIC X(10).
           03 FSP-CMP-RESOLVED-DATE     PIC X(10).
           03 FSP-CMP-ESCALATED-DATE    PIC X(10).
