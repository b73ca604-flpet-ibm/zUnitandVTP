      *    One-time code keyed back by the customer on a CUSRVF
      *    self-service password reset (CUSPGMR)
           03 FSP-RESET-CODE            PIC X(6).
      *    Portal session token - returned by a good CUSVER logon,
      *    handed back on CUSOFF to end the session (SESPGM1)
           03 FSP-SESSION-TOKEN         PIC X(32).
