             RECORDSWRITTEN                 INTEGER,
             RECORDSREJECTED                INTEGER,
             RETURNCODE                     SMALLINT,
             STATUS                         CHAR(1),
             RETRIES                        INTEGER,
             CHECKPOINTS                    INTEGER,
             LASTCHKPID                     CHAR(8),
             LASTCHKPTS                     TIMESTAMP,
             RESTARTS                       INTEGER
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GENASA1.RUNLOG                      *
           10 RECORDSREJECTED      PIC S9(9) USAGE COMP-5.
           10 RETURNCODE           PIC S9(4) USAGE COMP-5.
           10 STATUS               PIC X(1).
           10 RETRIES              PIC S9(9) USAGE COMP-5.
           10 CHECKPOINTS          PIC S9(9) USAGE COMP-5.
           10 LASTCHKPID           PIC X(8).
           10 LASTCHKPTS           PIC X(26).
           10 RESTARTS             PIC S9(9) USAGE COMP-5.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14       *
      ******************************************************************
