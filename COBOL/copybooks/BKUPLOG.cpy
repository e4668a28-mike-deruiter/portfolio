      *> Shared record layout for the tape backup log
      *> (/tmp/tape-backup-log). TAPE-BACKUP appends one entry per
      *> unload that read back clean - the backup's date (the suffix
      *> of /tmp/tape-backup-YYYYMMDD that TAPE-RECOVER reloads from),
      *> the day it was taken, and the count and TM-VALUE hash it was
      *> proved against. An unload that does not balance leaves no
      *> entry. HISTORY-RETENTION reads the latest entry so it never
      *> purges tape journal records TAPE-RECOVER would still need to
      *> roll forward from that backup. Copied into the FD of each
      *> program so the field positions only have to be maintained
      *> in one place.
       01  BACKUP-LOG-REC.
            05  BV-BACKUP-DATE              PIC X(08).
            05  BV-RUN-DATE                 PIC X(08).
            05  BV-REC-COUNT                PIC 9(05).
            05  BV-VALUE-HASH               PIC 9(09)V99.
