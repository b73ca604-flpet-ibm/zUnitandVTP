      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS    *
      ******************************************************************
           EXEC SQL DECLARE GENASA1.PHONEBOOK TABLE
           ( EMPNO                          CHAR(6) NOT NULL,
             LASTNAME                       CHAR(10) NOT NULL,
             FIRSTNAME                      CHAR(10),
             EXTENSION                      CHAR(10),
             ZIPCODE                        CHAR(7),
      * COBOL DECLARATION FOR TABLE GENASA1.PHONEBOOK                   *
      ******************************************************************
       01  DCLPHONEBOOK.
           10 EMPNO                PIC X(6).
           10 LASTNAME             PIC X(10).
           10 FIRSTNAME            PIC X(10).
           10 EXTENSION            PIC X(10).
           10 ZIPCODE              PIC X(7).
           10 LOADTS               PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6        *
      ******************************************************************
