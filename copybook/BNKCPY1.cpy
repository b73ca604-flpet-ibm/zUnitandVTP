      *    Parameter area for LGBNKEXP, the expected-bank-movement
      *    register the LGDB2BRC statement reconciliation matches
      *    against. Every job that sends money out or takes money
      *    in registers each movement: BNK-DIRECTION 'D' for a
      *    debit (money out), 'C' for a credit (money in), with the
      *    payment reference the bank will echo and, for a payment
      *    file the bank may book as one lump, the batch reference
      *    in BNK-BATCHREF. A reference already registered by the
      *    same job is not registered twice (a rerun).
      *    BNK-RC: 0 OK, 2 ALREADY REGISTERED, 4 INVALID REQUEST,
      *    8 SQL ERROR.
           03 BNK-DIRECTION             PIC X(1).
           03 BNK-SOURCEJOB             PIC X(8).
           03 BNK-REFERENCE             PIC X(16).
           03 BNK-BATCHREF              PIC X(16).
           03 BNK-AMOUNT                PIC 9(9)V99.
           03 BNK-VALUEDATE             PIC X(10).
           03 BNK-RC                    PIC 9(2).
