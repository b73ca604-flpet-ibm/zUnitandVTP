      *    Parameter area for NUMPGM1, the central number-range
      *    allocator. NUM-KEY-TYPE names the range - CUSTOMER,
      *    POLICY, CLAIM, INVOICE, CREDIT (credit notes), QUOTE,
      *    DOCUMENT (DOCARCHIVE), GLBATCH, LETTERQ (LETTERQUEUE),
      *    UNITTXN, PAYARR (PAYARRANGE), SUSPENSE, SUSALLOC
      *    (SUSPALLOC), COMPLNT (COMPLAINT), RIPLACE (RIFACPLACE),
      *    MOTRATE (MOTORRATE versions), BANKEXP (BANKEXPECT),
      *    BANKENT (BANKSTMTENT), COLLTXN (COLLECTTXN), DSAR
      *    (DSARLOG) or DACHIST (DACHISTORY). NUM-COUNT is how many
      *    consecutive numbers to reserve (zero is taken as one);
      *    the block comes back as NUM-FIRST through NUM-LAST.
      *    NUM-RC: 0 OK, 4 UNKNOWN KEY TYPE, 6 RANGE EXHAUSTED
      *    (WARNING DISPLAYED), 8 SQL ERROR.
           03 NUM-KEY-TYPE              PIC X(8).
           03 NUM-COUNT                 PIC 9(7).
           03 NUM-FIRST                 PIC 9(9).
           03 NUM-LAST                  PIC 9(9).
           03 NUM-RC                    PIC 9(2).
