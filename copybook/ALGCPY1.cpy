      *    Parameter area for ALGPGM1, the personal-data access-log
      *    writer. The inquiring service fills in its own name, the
      *    request id it was answering and the customer number (or,
      *    for a lookup by CPR number alone, the CPR number with a
      *    customer number of zero) - ALGPGM1 stamps the row with
      *    CURRENT TIMESTAMP, the CICS transaction id and the
      *    signed-on CICS userid. ALG-OPERATOR is not used.
           03 ALG-PROGRAM               PIC X(8).
           03 ALG-REQUEST-ID            PIC X(6).
           03 ALG-CUSTOMER-NUM          PIC 9(10).
           03 ALG-CPR                   PIC X(10).
           03 ALG-OPERATOR              PIC X(8).
           03 ALG-RETURN-CODE           PIC 9(2).
