       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGDB2CPR.
      *    CROSS-CHECKS EVERY CUSTOMER'S CPR AGAINST DATEOFBIRTH.
      *    A CUSTOMER IDENTIFIED BY PASSPORT OR FOREIGN NATIONAL ID
      *    HAS NO CPR TO CHECK - THE DOCUMENT IS VALIDATED THROUGH
      *    IDCHECK INSTEAD AND COUNTED APART, NOT AS A MISSING CPR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
                     FIRSTNAME,
                     LASTNAME,
                     DATEOFBIRTH,
                     CPRNUMBER,
                     COALESCE(IDTYPE, ' '),
                     COALESCE(IDCOUNTRY, ' '),
                     COALESCE(IDNUMBER, ' ')
               FROM CUSTOMER
           END-EXEC.

       01  WS-GENDER         PIC X.
       01  WS-CPR-RC         PIC X.
       01  WS-BIRTHDATE      PIC 9(8).
       01  WS-ID-RC          PIC X.

       01  WS-CNT-CHECKED    PIC 9(7) VALUE 0.
       01  WS-CNT-NO-CPR     PIC 9(7) VALUE 0.
       01  WS-CNT-INVALID    PIC 9(7) VALUE 0.
       01  WS-CNT-MATCH      PIC 9(7) VALUE 0.
       01  WS-CNT-MISMATCH   PIC 9(7) VALUE 0.
       01  WS-CNT-FOREIGN    PIC 9(7) VALUE 0.
       01  WS-CNT-BAD-ID     PIC 9(7) VALUE 0.

      * Central run-control (RUNLOG) interface
       01  WS-RUNLOG.
           MOVE WS-CNT-CHECKED TO RUN-RECORDS-READ.
           MOVE 0 TO RUN-RECORDS-WRITTEN.
           COMPUTE RUN-RECORDS-REJECTED =
                   WS-CNT-INVALID + WS-CNT-MISMATCH +
                   WS-CNT-BAD-ID.
           MOVE RETURN-CODE TO RUN-RETURN-CODE.
           CALL 'LGRUNLOG' USING WS-RUNLOG.

                       :FIRSTNAME,
                       :LASTNAME,
                       :DATEOFBIRTH,
                       :CPRNUMBER,
                       :IDTYPE,
                       :IDCOUNTRY,
                       :IDNUMBER
             END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
              PERFORM DISPLAY-SQL-ERROR
           END-IF.

       CHECK-CUSTOMER-CPR.
           IF IDTYPE = 'P' OR IDTYPE = 'N' THEN
              PERFORM CHECK-FOREIGN-ID
           ELSE
              PERFORM CHECK-CPR-AGAINST-DOB
           END-IF.

       CHECK-CPR-AGAINST-DOB.
      *    NOTHING TO CROSS-REFERENCE UNTIL THE CPR NUMBER HAS BEEN
      *    CAPTURED FOR THE CUSTOMER, SO A BLANK COLUMN IS COUNTED
      *    SEPARATELY RATHER THAN TREATED AS A MISMATCH.
              END-IF
           END-IF.

      *    A FOREIGN DOCUMENT CARRIES NO BIRTH DATE TO COMPARE, SO
      *    ONLY ITS FORM IS CHECKED, UNDER THE RULES OF ITS TYPE.
       CHECK-FOREIGN-ID.
           ADD 1 TO WS-CNT-FOREIGN.
           CALL 'IDCHECK' USING IDTYPE IDCOUNTRY IDNUMBER WS-ID-RC.
           IF WS-ID-RC NOT = '0' THEN
              ADD 1 TO WS-CNT-BAD-ID
              DISPLAY 'LGDB2CPR - CUSTOMER ' CUSTOMERNUMBER
                      ' HAS AN INVALID ' IDTYPE ' IDENTITY '
                      IDCOUNTRY ' ' IDNUMBER ' RC=' WS-ID-RC
           END-IF.

       CLOSE-CURSOR.

            EXEC SQL CLOSE C1 END-EXEC.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'LGDB2CPR CPR/DATEOFBIRTH CROSS-REFERENCE REPORT'.
           DISPLAY '  CUSTOMERS CHECKED......: ' WS-CNT-CHECKED.
           DISPLAY '  FOREIGN ID HELD........: ' WS-CNT-FOREIGN.
           DISPLAY '  INVALID FOREIGN ID.....: ' WS-CNT-BAD-ID.
           DISPLAY '  NO CPR ON FILE.........: ' WS-CNT-NO-CPR.
           DISPLAY '  INVALID CPR NUMBER.....: ' WS-CNT-INVALID.
           DISPLAY '  DATEOFBIRTH AGREES.....: ' WS-CNT-MATCH.
