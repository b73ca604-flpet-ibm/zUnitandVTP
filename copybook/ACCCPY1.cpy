                 10 FSP-ACC-RUNNING     PIC S9(9) SIGN LEADING
                                                  SEPARATE.
              05 FILLER                 PIC X(787).
      *    Fields used by an ACCARR payment arrangement (ACCPGMA) -
      *    the policy's overdue invoices are replaced by a schedule
      *    of monthly instalments, returned one per entry
           03 FSP-ARRANGEMENT REDEFINES FSP-REQUEST-SPECIFIC.
              05 FSP-ARR-POLICY-NUM     PIC 9(9).
              05 FSP-ARR-INSTALMENTS    PIC 9(2).
              05 FSP-ARR-FIRST-DUE      PIC X(10).
              05 FSP-ARR-OPERATOR       PIC X(8).
              05 FSP-ARR-ID             PIC 9(9).
              05 FSP-ARR-TOTAL          PIC 9(9).
              05 FSP-ARR-REPLACED       PIC 9(3).
              05 FSP-ARR-INST OCCURS 12 TIMES.
                 10 FSP-ARR-INST-INVOICE PIC 9(9).
                 10 FSP-ARR-INST-DUEDATE PIC X(10).
                 10 FSP-ARR-INST-AMOUNT PIC 9(9).
              05 FILLER                 PIC X(4614).
      *    Fields used by an ACCSUS suspense allocation (ACCPGMS) -
      *    action 'A' pays the listed invoices of FSP-CUSTOMER-NUM
      *    out of an unallocated receipt, action 'F' refunds the
      *    customer (all that is left when no amount is given)
           03 FSP-SUSPENSE-ALLOC REDEFINES FSP-REQUEST-SPECIFIC.
              05 FSP-SUS-ID             PIC 9(9).
              05 FSP-SUS-ACTION         PIC X(1).
              05 FSP-SUS-OPERATOR       PIC X(8).
              05 FSP-SUS-REFUND-AMT     PIC 9(9).
              05 FSP-SUS-INV-COUNT      PIC 9(2).
              05 FSP-SUS-INVOICE        PIC 9(9) OCCURS 10 TIMES.
              05 FSP-SUS-ALLOCATED      PIC 9(9).
              05 FSP-SUS-REMAINING      PIC 9(9).
              05 FILLER                 PIC X(4863).
