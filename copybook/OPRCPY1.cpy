           03 FSP-REQUEST-ID            PIC X(6).
           03 FSP-RETURN-CODE           PIC 9(2).
      *    Operator authority limits (OPRPGM1). OPRINQ, OPRADD,
      *    OPRUPD and OPREND maintain the OPERLIMIT row for
      *    FSP-OPR-OPERATOR. OPRCHK looks up the row for the
      *    signed-on CICS userid - never a caller-supplied ID -
      *    returns it filled in, and checks FSP-OPR-AMOUNT against
      *    the limit FSP-OPR-LIMIT-TYPE names: 'P' claim payment,
      *    'U' underwriting, 'R' reserve change, space none.
           03 FSP-OPR-OPERATOR          PIC X(8).
           03 FSP-OPR-CICS-USER         PIC X(8).
           03 FSP-OPR-ROLE              PIC X(8).
           03 FSP-OPR-CLMPAY-LIMIT      PIC 9(9).
           03 FSP-OPR-UW-LIMIT          PIC 9(9).
           03 FSP-OPR-RSV-LIMIT         PIC 9(9).
           03 FSP-OPR-VALID-FROM        PIC X(10).
           03 FSP-OPR-VALID-TO          PIC X(10).
           03 FSP-OPR-LIMIT-TYPE        PIC X(1).
              88 FSP-OPR-CHECK-PAYMENT            VALUE 'P'.
              88 FSP-OPR-CHECK-UNDERWRITING       VALUE 'U'.
              88 FSP-OPR-CHECK-RESERVE            VALUE 'R'.
           03 FSP-OPR-AMOUNT            PIC 9(9).
