      *> Shared record layout for the music maintenance audit journal
      *> (/tmp/music-audit-journal). MUSIC-MAINTENANCE appends one
      *> entry per applied "A", "C" or "D" transaction carrying the
      *> run date, the transaction code and the full before- and
      *> after-images of MUSIC-MASTER-REC, the same shape the tape
      *> journal takes: spaces in the before-image for an add and in
      *> the after-image for a delete. COLLECTION-TRANSFER appends
      *> "I" (in from the tape master) and "O" (out to it) entries
      *> shaped like an add and a delete, and HISTORY-RETENTION
      *> reads it back when it purges. Copied into the FD of each
      *> program so the field positions only have to be maintained
      *> in one place.
       01  MUSIC-AUDIT-REC.
            05  MJ-RUN-DATE                 PIC X(08).
            05  MJ-TRAN-CODE                PIC X(01).
            05  MJ-BEFORE-IMAGE.
                10  MJ-B-ARTIST             PIC X(20).
                10  MJ-B-TITLE              PIC X(20).
                10  MJ-B-YEAR               PIC X(04).
                10  MJ-B-VALUE              PIC 999V99.
                10  MJ-B-RATING             PIC 9V99.
            05  MJ-AFTER-IMAGE.
                10  MJ-A-ARTIST             PIC X(20).
                10  MJ-A-TITLE              PIC X(20).
                10  MJ-A-YEAR               PIC X(04).
                10  MJ-A-VALUE              PIC 999V99.
                10  MJ-A-RATING             PIC 9V99.
