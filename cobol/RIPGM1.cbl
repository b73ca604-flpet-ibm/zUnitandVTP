      *    REINSURANCE TREATY ADMINISTRATION OVER THE RITREATY
      *    MASTER, IN THE HAZPGM1 STYLE. TREADD REGISTERS A TREATY
      *    (LINE OF BUSINESS, QUOTA-SHARE OR SURPLUS PARAMETERS,
      *    RETENTION, CAPACITY, PERIOD), TREUPD CHANGES IT, TREINQ
      *    RETURNS IT AND TREDEL REMOVES IT. LGDB2RIC COMPUTES
      *    CESSIONS AND RECOVERIES FROM THIS MASTER, AND LGDB2FAC
      *    LISTS THE RISKS TOO BIG FOR A SURPLUS TREATY'S CAPACITY
      *    (ZERO CAPACITY MEANS TEN TIMES THE RETENTION - A
      *    NINE-LINE SURPLUS). RETURN CODES: 0 OK,
      *    4 DUPLICATE ON ADD / INVALID REQUEST OR PARAMETERS
      *    (INCLUDING A CAPACITY THAT IS NOT NUMERIC),
      *    8 SQL ERROR, 12 TREATY NOT ON FILE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  DB2-IN-INTEGERS.
           03 DB2-CEDEDPCT-INT         PIC S9(4) COMP.
           03 DB2-RETENTION-INT        PIC S9(9) COMP.
           03 DB2-CAPACITY-INT         PIC S9(9) COMP.

       01  WS-DUP-COUNT                PIC S9(9) COMP.
       01  WS-FETCH-LOB                PIC X(1).
       MAIN SECTION.
       MAIN1.

      *    AN OLDER CALLER THAT DOES NOT SET THE CAPACITY LEAVES
      *    SPACES IN IT - REFUSE THE CHANGE RATHER THAN STORE THEM.
           IF FSP-REQUEST-ID IN MY-TREATY = 'TREADD' OR 'TREUPD' THEN
              IF FSP-TRE-CAPACITY IN MY-TREATY NOT NUMERIC THEN
                 MOVE 4 TO FSP-RETURN-CODE IN MY-TREATY
                 GOBACK
              END-IF
           END-IF

           MOVE FSP-TRE-CEDEDPCT IN MY-TREATY TO DB2-CEDEDPCT-INT
           MOVE FSP-TRE-RETENTION IN MY-TREATY TO
                DB2-RETENTION-INT
           MOVE FSP-TRE-CAPACITY IN MY-TREATY TO DB2-CAPACITY-INT

           EVALUATE FSP-REQUEST-ID IN MY-TREATY
               WHEN 'TREADD'
           GOBACK.

      *    A QUOTA-SHARE TREATY NEEDS A SENSIBLE PERCENTAGE, A
      *    SURPLUS TREATY A RETENTION AND ANY CAPACITY ABOVE IT -
      *    REFUSE NONSENSE UP FRONT.
       CHECK-TREATY-PARMS.
           MOVE 0 TO FSP-RETURN-CODE IN MY-TREATY
           EVALUATE FSP-TRE-TYPE IN MY-TREATY
                  IF DB2-RETENTION-INT <= 0 THEN
                     MOVE 4 TO FSP-RETURN-CODE IN MY-TREATY
                  END-IF
                  IF DB2-CAPACITY-INT > 0 AND
                     DB2-CAPACITY-INT <= DB2-RETENTION-INT THEN
                     MOVE 4 TO FSP-RETURN-CODE IN MY-TREATY
                  END-IF
               WHEN OTHER
                  MOVE 4 TO FSP-RETURN-CODE IN MY-TREATY
           END-EVALUATE.
                             CEDEDPCT,
                             RETENTION,
                             STARTDATE,
                             ENDDATE,
                             CAPACITY )
                    VALUES ( :FSP-TRE-TREATYID,
                             :FSP-TRE-LOB,
                             :FSP-TRE-TYPE,
                             :DB2-CEDEDPCT-INT,
                             :DB2-RETENTION-INT,
                             :FSP-TRE-STARTDATE,
                             :FSP-TRE-ENDDATE,
                             :DB2-CAPACITY-INT )
              END-EXEC
              IF SQLCODE = 0 THEN
                 MOVE 0 TO FSP-RETURN-CODE IN MY-TREATY
                     CEDEDPCT = :DB2-CEDEDPCT-INT,
                     RETENTION = :DB2-RETENTION-INT,
                     STARTDATE = :FSP-TRE-STARTDATE,
                     ENDDATE = :FSP-TRE-ENDDATE,
                     CAPACITY = :DB2-CAPACITY-INT
              WHERE  TREATYID = :FSP-TRE-TREATYID
           END-EXEC

       INQUIRE-TREATY.
           EXEC SQL
              SELECT LINEOFBUSINESS, TREATYTYPE, CEDEDPCT,
                     RETENTION, STARTDATE, ENDDATE,
                     COALESCE(CAPACITY, 0)
              INTO   :WS-FETCH-LOB, :WS-FETCH-TYPE,
                     :DB2-CEDEDPCT-INT, :DB2-RETENTION-INT,
                     :WS-FETCH-START, :WS-FETCH-END,
                     :DB2-CAPACITY-INT
              FROM   GENASA1.RITREATY
              WHERE  TREATYID = :FSP-TRE-TREATYID
           END-EXEC
                       FSP-TRE-STARTDATE IN MY-TREATY
                  MOVE WS-FETCH-END TO
                       FSP-TRE-ENDDATE IN MY-TREATY
                  MOVE DB2-CAPACITY-INT TO
                       FSP-TRE-CAPACITY IN MY-TREATY
                  MOVE 0 TO FSP-RETURN-CODE IN MY-TREATY
               WHEN SQLCODE = 100
                  MOVE 12 TO FSP-RETURN-CODE IN MY-TREATY
