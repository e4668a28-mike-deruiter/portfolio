      *> Shared record layout for the WANTS.DAT indexed want list:
      *> one record per album being hunted for, keyed by artist and
      *> title the same way TAPES.DAT is before the copy number, so a
      *> want can be checked against the master by a START on the
      *> first copy. Maintained by WANT-MAINTENANCE, reported by
      *> WANT-LIST and closed by WANT-RECEIVING when the tape is
      *> bought. Copied into the FD of each program so the key and
      *> field positions only have to be maintained in one place.
       01  WANT-REC.
            05  WT-KEY.
                10  WT-ARTIST               PIC X(20).
                10  WT-TITLE                PIC X(20).
      *> Same codes as TM-FORMAT; spaces means any format will do.
            05  WT-FORMAT                   PIC X(02).
      *> The most we will pay; a purchase above it is still taken
      *> but is called out on the receiving report. Zero means no
      *> ceiling was set.
            05  WT-MAX-PRICE                PIC 999V99.
      *> 1 is hunted hardest, 9 is "if it turns up".
            05  WT-PRIORITY                 PIC 9(01).
      *> "O" open, "B" bought (closed by receiving), "X" cancelled.
      *> Closed wants stay on file as the record of what was paid.
            05  WT-STATUS                   PIC X(01).
                88  WT-OPEN                       VALUE "O".
                88  WT-BOUGHT                     VALUE "B".
                88  WT-CANCELLED                  VALUE "X".
            05  WT-ADD-DATE                 PIC X(08).
            05  WT-CLOSE-DATE               PIC X(08).
            05  WT-PAID                     PIC 999V99.
