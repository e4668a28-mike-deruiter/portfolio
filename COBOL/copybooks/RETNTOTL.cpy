      *> Shared record layout for the retention totals
      *> (/tmp/history-retention-totals). HISTORY-RETENTION appends
      *> one record per file per purge so a report that only sees the
      *> trimmed file can still be tied back to the full history:
      *> what went out, the dates it spanned, where it went, and for
      *> the journals the before- and after-image value totals it
      *> carried. For the valuation history the last tape valuation
      *> purged is carried as well, since that entry may be the
      *> opening value TAPE-MONTH-END is looking for.
       01  RETENTION-TOTALS-REC.
            05  RH-RUN-DATE                 PIC X(08).
            05  RH-FILE-ID                  PIC X(10).
            05  RH-CUTOFF-DATE              PIC X(08).
            05  RH-FIRST-DATE               PIC X(08).
            05  RH-LAST-DATE                PIC X(08).
            05  RH-PURGED-COUNT             PIC 9(07).
            05  RH-KEPT-COUNT               PIC 9(07).
            05  RH-BEFORE-VALUE             PIC 9(09)V99.
            05  RH-AFTER-VALUE              PIC 9(09)V99.
            05  RH-ARCHIVE-NAME             PIC X(50).
            05  RH-CARRIED-DATE             PIC X(08).
            05  RH-CARRIED-VALUE            PIC 9(09)V99.
