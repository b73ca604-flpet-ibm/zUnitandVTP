                 10 FSP-END-TERM          PIC 9(4).
                 10 FSP-END-SUMASSURED    PIC 9(9).
                 10 FSP-END-LIFEASSURED   PIC X(31).
      *          Returned on inquiry only - N premium-paying, P paid
      *          up, H on a premium holiday (see ENDPGMP)
                 10 FSP-END-PREMSTATUS    PIC X(1).
                 10 FSP-END-ALT-EFFECTIVE PIC X(10).
                 10 FSP-END-ALT-RESUME    PIC X(10).
                 10 FILLER                PIC X(622).
              05 FSP-POL-COMM-DETAIL REDEFINES FSP-POL-DETAIL.
                 10 FSP-COM-ADDRESS       PIC X(255).
                 10 FSP-COM-ZIPCODE       PIC X(8).
                 10 FSP-HOU-VALUE         PIC 9(9).
                 10 FSP-HOU-POSTCODE      PIC X(8).
                 10 FSP-HOU-EXCESS        PIC 9(9).
      *          Building facts from the BBR register, filled in by
      *          POLPGMA/POLPGMU from the address - year built,
      *          living area in m2, BBR roof code ('07' thatch),
      *          BBR building-use code and the lookup outcome:
      *          'R' filled from the register, 'N' address not on
      *          the register (keyed values kept), space not checked
                 10 FSP-HOU-BUILT-YEAR    PIC 9(4).
                 10 FSP-HOU-LIVING-AREA   PIC 9(5).
                 10 FSP-HOU-ROOF          PIC X(2).
                 10 FSP-HOU-BUILDING-USE  PIC X(3).
                 10 FSP-HOU-BBR-STATUS    PIC X(1).
                 10 FILLER                PIC X(642).
      *          Annual travel cover - area E Europe / W worldwide,
      *          winter sports Y/N, longest single trip in days
              05 FSP-POL-TRAVEL-DETAIL REDEFINES FSP-POL-DETAIL.
                 10 FSP-TRV-COVER-AREA    PIC X(1).
                 10 FSP-TRV-PERSONS       PIC 9(2).
                 10 FSP-TRV-WINTERSPORTS  PIC X(1).
                 10 FSP-TRV-TRIP-DAYS     PIC 9(3).
                 10 FSP-TRV-EXCESS        PIC 9(9).
                 10 FILLER                PIC X(684).
      *          Motor fleet - the vehicles themselves are on the
      *          schedule POLPGMF maintains; claims declared from the
      *          previous insurer count in the claims experience.
      *          Vehicles on cover and fleet value returned on inquiry
              05 FSP-POL-FLEET-DETAIL REDEFINES FSP-POL-DETAIL.
                 10 FSP-FLT-PRIOR-CLAIMS  PIC 9(3).
                 10 FSP-FLT-EXCESS        PIC 9(9).
                 10 FSP-FLT-VEHICLES      PIC 9(5).
                 10 FSP-FLT-FLEET-VALUE   PIC 9(11).
                 10 FILLER                PIC X(672).
      *       Extra fields for a POLEND mid-term endorsement - the
      *       caller keys the changed detail above, POLPGME re-rates
      *       it and returns the signed pro-rata premium difference
                 10 FSP-DRV-L-CPR       PIC X(10).
                 10 FSP-DRV-L-LICYEAR   PIC 9(4).
              05 FILLER                 PIC X(1481).
      *    Fields used to maintain the vehicle schedule on a fleet
      *    policy (POLPGMF) - POLFVA puts a vehicle on cover from
      *    the date keyed (registration validated against the motor
      *    register), POLFVR takes one off from that date, and both
      *    return the re-rated annual fleet premium and the signed
      *    pro-rata difference. POLFVL lists the vehicles on cover
      *    with a registration after the one keyed (spaces = from
      *    the start), up to 25 per call
           03 FSP-POLICY-FLEET-REQUEST
                              REDEFINES FSP-REQUEST-SPECIFIC.
              05 FSP-FLV-REGNUMBER      PIC X(7).
              05 FSP-FLV-MAKE           PIC X(15).
              05 FSP-FLV-MODEL          PIC X(15).
              05 FSP-FLV-CC             PIC 9(4).
              05 FSP-FLV-VALUE          PIC 9(9).
              05 FSP-FLV-DATE           PIC X(10).
              05 FSP-FLV-OPERATOR       PIC X(8).
              05 FSP-FLV-NEW-PREMIUM    PIC 9(9).
              05 FSP-FLV-PREMIUM-DIFF   PIC S9(9) SIGN LEADING
                                                  SEPARATE.
              05 FSP-FLV-COUNT          PIC 9(2).
              05 FSP-FLV-ENTRY OCCURS 25 TIMES.
                 10 FSP-FLV-L-REGNUMBER PIC X(7).
                 10 FSP-FLV-L-MAKE      PIC X(15).
                 10 FSP-FLV-L-MODEL     PIC X(15).
                 10 FSP-FLV-L-CC        PIC 9(4).
                 10 FSP-FLV-L-VALUE     PIC 9(9).
                 10 FSP-FLV-L-DATEON    PIC X(10).
              05 FILLER                 PIC X(411).
      *    Fields used to reinstate a policy lapsed for
      *    non-payment (POLPGMR) - inside the grace window, with
      *    the arrears now settled
              05 FSP-REI-REASON         PIC X(50).
              05 FSP-REI-OPERATOR       PIC X(8).
              05 FILLER                 PIC X(1932).
      *    Fields used to transfer a policy to another customer
      *    (POLPGMT) from an effective date - the new holder must
      *    already be on file. The old holder and the number of
      *    open invoices moved across are returned
           03 FSP-POLICY-TRANSFER-REQUEST
                              REDEFINES FSP-REQUEST-SPECIFIC.
              05 FSP-TRF-NEW-CUSTOMER   PIC 9(9).
              05 FSP-TRF-DATE           PIC X(10).
              05 FSP-TRF-OPERATOR       PIC X(8).
              05 FSP-TRF-OLD-CUSTOMER   PIC 9(9).
              05 FSP-TRF-INVOICES-MOVED PIC 9(4).
              05 FSP-TRF-DRIVERS-KEPT   PIC 9(2).
              05 FILLER                 PIC X(1958).
      *    Fields used to cancel a policy mid-term - the refund is
      *    computed and returned by POLPGMC. The same view carries
      *    a cooling-off withdrawal (POLWDR, POLPGMW): the reason
      *    is set to 'WD' and the refund returned is the premium
      *    collected so far; a blank date means today
           03 FSP-POLICY-CANCEL-REQUEST
                              REDEFINES FSP-REQUEST-SPECIFIC.
              05 FSP-CAN-DATE           PIC X(10).
              05 FSP-CAN-REASON         PIC X(2).
              05 FSP-CAN-REFUND         PIC 9(9).
              05 FILLER                 PIC X(1979).
      *    Reply to an update refused while a batch maintenance
      *    window is open (return code 96, see SVCPGM1): the hh:mm
      *    the window is due to close
           03 FSP-MAINT-REPLY
                              REDEFINES FSP-REQUEST-SPECIFIC.
              05 FSP-MAINT-UNTIL        PIC X(5).
              05 FILLER                 PIC X(1995).
