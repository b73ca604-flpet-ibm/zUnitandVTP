      *    the same cycle date, with the missing job's name echoed
      *    in RUN-FAILED-PRED); 'E' closes the
      *    row off with the counters and final return code.
      *    'R' is called straight after the caller has rolled back
      *    a unit of work LGSQLERR classed as a deadlock/timeout
      *    (ERR-ACTION 'R'), with RUN-RETRY-ATTEMPT the number of
      *    the replay it wants to make: within the UWLIMITS
      *    SQLRETRYMAX allowance the retry is counted on the RUNLOG
      *    row, committed, and the call waits SQLRETRYWAIT seconds
      *    before returning RUN-RC 0; past it RUN-RC 10 comes back
      *    and the caller must fail the job.
      *    RUN-MAINT-WINDOW 'Y' on the 'S' call also opens the
      *    online maintenance window on GENASA1.SVCAVAIL for the
      *    job (see SVCPGM1); the 'E' call always closes it.
      *    'C' records an IMS symbolic checkpoint (RUN-CHKP-ID) and
      *    the counters so far on the row - nothing is committed,
      *    the caller's CHKP straight after it commits the row
      *    with the work it covers. 'X' records an XRST restart
      *    from RUN-CHKP-ID and marks the row running again.
      *    RUN-CYCLE-DATE comes back on the 'S' call and names the
      *    row every later call works on, so a run that crosses
      *    midnight still closes its own row; a restarting BMP
      *    passes back the date it kept in its checkpoint area.
           03 RUN-JOBNAME               PIC X(8).
           03 RUN-FUNCTION              PIC X(1).
           03 RUN-RECORDS-READ          PIC 9(9).
           03 RUN-RETURN-CODE           PIC 9(4).
           03 RUN-RC                    PIC 9(2).
           03 RUN-FAILED-PRED           PIC X(8).
           03 RUN-RETRY-ATTEMPT         PIC 9(4).
           03 RUN-MAINT-WINDOW          PIC X(1).
           03 RUN-CHKP-ID               PIC X(8).
           03 RUN-CYCLE-DATE            PIC X(10).
