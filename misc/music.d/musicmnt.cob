       FD  MAINT-REPORT.
       01  MAINT-REPORT-REC                 PIC X(80).

       FD  AUDIT-JOURNAL.
       COPY MUSCAUDT.

      *> One record per batch number already applied to the master;
      *> a batch number found here is refused so a re-sent file can
