      *    CUSTOMERS WITH NO POLICY EXPIRING INSIDE THE RETENTION
      *    HORIZON (YEARS ON SYSIN, DEFAULT 10) AND NO OPEN CLAIM,
      *    ANONYMIZES THE IDENTIFYING COLUMNS (NAMES, ADDRESS,
      *    PHONES, EMAILADDRESS, CPRNUMBER AND ANY PASSPORT OR
      *    FOREIGN NATIONAL ID HELD) WHILE KEEPING THE
      *    DATEOFBIRTH AND POSTCODE THE ACTUARIES ANALYSE ON,
      *    DELETES THE CUSTOMER_SECURE ROW AND THE CUSTCONTACT
      *    CONTACT-HISTORY NOTES, AND WRITES AN ERASURE
      *    LOG PROVING WHAT WAS PROCESSED AND WHEN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-CUTOFF-YEAR              PIC 9(4).

       01  WS-CNT-PURGED               PIC 9(7) VALUE 0.
       01  WS-CNT-NOTES                PIC 9(7) VALUE 0.

      *    PERIODIC COMMIT SO THE JOB DOES NOT HOLD LOCKS AND LOG
      *    SPACE FOR THE FULL LENGTH OF THE RUN.
                     PHONEHOME    = ' ',
                     PHONEMOBILE  = ' ',
                     EMAILADDRESS = ' ',
                     CPRNUMBER    = ' ',
                     IDTYPE       = ' ',
                     IDCOUNTRY    = ' ',
                     IDNUMBER     = ' '
              WHERE  CUSTOMERNUMBER = :WS-CUSTOMERNUMBER
           END-EXEC.
           IF SQLCODE NOT = 0 THEN
                 PERFORM DISPLAY-SQL-ERROR
                 MOVE 16 TO RETURN-CODE
              ELSE
                 PERFORM DELETE-CONTACT-NOTES
              END-IF
           END-IF.

      *    THE FREE TEXT OF A CONTACT NOTE CANNOT BE ANONYMIZED
      *    COLUMN BY COLUMN, SO THE NOTES GO ENTIRELY.
       DELETE-CONTACT-NOTES.
           EXEC SQL
              DELETE FROM GENASA1.CUSTCONTACT
              WHERE CUSTOMERNUMBER = :WS-CUSTOMERNUMBER
           END-EXEC.
           IF SQLCODE < 0 THEN
              PERFORM DISPLAY-SQL-ERROR
              MOVE 16 TO RETURN-CODE
           ELSE
              IF SQLCODE = 0 THEN
                 ADD SQLERRD(3) TO WS-CNT-NOTES
              END-IF
              MOVE SPACES TO ERASE-RECORD
              MOVE WS-CUSTOMERNUMBER TO ER-CUSTOMERNUMBER
              MOVE WS-RUN-DATE-ISO TO ER-RUN-DATE
              MOVE 'ANONYMIZED, SECURE+NOTES GONE' TO ER-ACTION
              WRITE ERASE-RECORD
              ADD 1 TO WS-CNT-PURGED
           END-IF.

      *----------------------------------------------------------------*
       OPEN-CURSOR.
           EXEC SQL OPEN C1 END-EXEC.
           DISPLAY '  RETENTION HORIZON YRS.: ' WS-HORIZON-YEARS.
           DISPLAY '  CUTOFF DATE...........: ' WS-CUTOFF-DATE.
           DISPLAY '  CUSTOMERS ANONYMIZED..: ' WS-CNT-PURGED.
           DISPLAY '  CONTACT NOTES DELETED.: ' WS-CNT-NOTES.
           DISPLAY '-----------------------------------------'.

       END PROGRAM LGDB2GDP.
