      *    Parameter area for SVCPGM1, the online service-availability
      *    check. SVC-IN-MAINT comes back 'Y' while a critical batch
      *    job (LGDB2BIL, LGDB2PAY, LGDB2DUP apply mode) holds an
      *    open maintenance window on GENASA1.SVCAVAIL, with
      *    SVC-UNTIL the hh:mm the latest window is due to close.
      *    Update services answer return code 96 and SVC-UNTIL
      *    instead of changing anything; inquiries carry on.
      *    SVC-RC: 0 OK, 8 SQL ERROR (SVC-IN-MAINT then 'N' - a
      *    failed check does not take the online system down).
           03 SVC-IN-MAINT              PIC X(1).
              88 SVC-MAINTENANCE-ON           VALUE 'Y'.
           03 SVC-UNTIL                 PIC X(5).
           03 SVC-RC                    PIC 9(2).
