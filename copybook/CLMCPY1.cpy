              05 FSP-CLAIM-OBSERVATIONS PIC X(255).
      *       Standard cause code - must be on the CAUSECODE master
              05 FSP-CLAIM-CAUSECODE    PIC X(6).
      *       Handler the claim was assigned to - returned
              05 FSP-CLAIM-HANDLER      PIC X(8).
              05 FILLER                 PIC X(1439).
      *    Fields returned from a claims-by-policy inquiry
           03 FSP-CLAIM-INQUIRY-REQUEST REDEFINES FSP-REQUEST-SPECIFIC.
              05 FSP-NUM-CLAIMS         PIC 9(3).
              05 FSP-SET-PAYEE          PIC X(31).
              05 FSP-SET-OPERATOR       PIC X(8).
              05 FSP-SET-OVERRIDE       PIC X(1).
      *       'Y' = handler has seen the CVR register warning (RC 28)
      *       on a commercial claim and releases the payment anyway
              05 FSP-SET-CVR-ACK        PIC X(1).
              05 FILLER                 PIC X(1931).
      *    Fields used to override the catastrophe event tag on a
      *    claim (CLMPGMT) - spaces clears the tag
           03 FSP-CLAIM-CATTAG-REQUEST
              05 FSP-RSV-REASON         PIC X(50).
              05 FSP-RSV-OPERATOR       PIC X(8).
              05 FILLER                 PIC X(1914).
      *    Fields used to reassign claims to another handler
      *    (CLMPGMH) - 'C' moves one claim, 'H' moves every open
      *    claim of the from-handler; a blank to-handler lets the
      *    load-based assignment pick one per claim
           03 FSP-CLAIM-REASSIGN-REQUEST
                              REDEFINES FSP-REQUEST-SPECIFIC.
              05 FSP-RAS-FUNCTION       PIC X(1).
              05 FSP-RAS-CLAIM-NUMBER   PIC 9(9).
              05 FSP-RAS-FROM-HANDLER   PIC X(8).
              05 FSP-RAS-TO-HANDLER     PIC X(8).
              05 FSP-RAS-REASON         PIC X(50).
              05 FSP-RAS-OPERATOR       PIC X(8).
              05 FSP-RAS-MOVED-COUNT    PIC 9(5).
              05 FSP-RAS-UNPLACED-COUNT PIC 9(5).
              05 FILLER                 PIC X(1906).
      *    Fields returned from a handler worklist inquiry
      *    (CLMPGMW) - the handler's own open claims, quietest
      *    first, with the diary's last-activity date
           03 FSP-CLAIM-WORKLIST-REQUEST
                              REDEFINES FSP-REQUEST-SPECIFIC.
              05 FSP-WRK-HANDLER        PIC X(8).
              05 FSP-WRK-NUM-CLAIMS     PIC 9(3).
              05 FSP-WRK-ENTRY OCCURS 44 TIMES
                                  INDEXED BY WS-WRK-IDX.
                 10 FSP-WRK-CLAIM-NUMBER PIC 9(9).
                 10 FSP-WRK-POLICY-NUM  PIC 9(9).
                 10 FSP-WRK-POLICY-TYPE PIC X(1).
                 10 FSP-WRK-CLAIM-DATE  PIC X(10).
                 10 FSP-WRK-LAST-ACTIVITY PIC X(10).
                 10 FSP-WRK-DAYS-QUIET  PIC 9(5).
                 10 FSP-WRK-STATUS      PIC X(1).
              05 FILLER                 PIC X(9).
      *    Fields used to write off a motor vehicle and dispose of
      *    the salvage (CLMPGMV) - 'T' declares the total loss and
      *    opens the salvage item at the expected proceeds, 'S'
      *    records the sale to a salvage buyer, 'R' posts proceeds
      *    received. The loss date is returned on 'T'
           03 FSP-CLAIM-SALVAGE-REQUEST
                              REDEFINES FSP-REQUEST-SPECIFIC.
              05 FSP-SLV-CLAIM-NUMBER   PIC 9(9).
              05 FSP-SLV-FUNCTION       PIC X(1).
              05 FSP-SLV-BUYER          PIC X(31).
              05 FSP-SLV-AMOUNT         PIC 9(9).
              05 FSP-SLV-DATE           PIC X(10).
              05 FSP-SLV-OPERATOR       PIC X(8).
              05 FSP-SLV-LOSS-DATE      PIC X(10).
              05 FILLER                 PIC X(1922).
      *    Fields used to post an approved repairer's invoice on a
      *    claim (CLMPGMI) - 'P' posts the invoice, 'A' approves
      *    one parked for a second pair of eyes, 'R' rejects it.
      *    The amount actually paid after any excess is returned
           03 FSP-CLAIM-INVOICE-REQUEST
                              REDEFINES FSP-REQUEST-SPECIFIC.
              05 FSP-INV-FUNCTION       PIC X(1).
              05 FSP-INV-CLAIM-NUMBER   PIC 9(9).
              05 FSP-INV-REPAIRER       PIC X(8).
              05 FSP-INV-NUMBER         PIC X(12).
              05 FSP-INV-DATE           PIC X(10).
              05 FSP-INV-AMOUNT         PIC 9(9).
              05 FSP-INV-LABOUR-HOURS   PIC 9(4)V9.
              05 FSP-INV-LABOUR-AMOUNT  PIC 9(9).
              05 FSP-INV-OPERATOR       PIC X(8).
              05 FSP-INV-PAID-AMOUNT    PIC 9(9).
              05 FILLER                 PIC X(1920).
      *    Reply to an update refused while a batch maintenance
      *    window is open (return code 96, see SVCPGM1): the hh:mm
      *    the window is due to close
           03 FSP-MAINT-REPLY
                              REDEFINES FSP-REQUEST-SPECIFIC.
              05 FSP-MAINT-UNTIL        PIC X(5).
              05 FILLER                 PIC X(1995).
