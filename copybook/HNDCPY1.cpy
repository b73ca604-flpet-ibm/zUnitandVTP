           03 FSP-REQUEST-ID            PIC X(6).
           03 FSP-RETURN-CODE           PIC 9(2).
      *    Fields used to maintain the claims-handler register -
      *    keyed by handler id (the handler's CICS userid); a blank
      *    policy type takes claims of any type; status 'A' active,
      *    'H' away (holiday/absence), 'L' left
           03 FSP-HND-HANDLERID         PIC X(8).
           03 FSP-HND-NAME              PIC X(31).
           03 FSP-HND-TEAM              PIC X(6).
           03 FSP-HND-POLICYTYPE        PIC X(1).
           03 FSP-HND-MAXOPEN           PIC 9(5).
           03 FSP-HND-AUTHLIMIT         PIC 9(9).
           03 FSP-HND-STATUS            PIC X(1).
      *    Open claims currently assigned - returned by HNDINQ
           03 FSP-HND-OPENLOAD          PIC 9(5).
