      *> Shared record layout for the CLAIMS.DAT indexed loss-claim
      *> master. When TAPE-MAINTENANCE applies an "L" (loss)
      *> transaction the tape is archived like a sale, but instead of
      *> booking proceeds it opens one claim here: what happened to
      *> the tape, who had it if it was out on loan, and what the
      *> master carried it at the moment it was lost. The claim then
      *> moves open -> filed -> settled or denied through
      *> CLAIM-MAINTENANCE, and TAPE-CLAIMS reports it. Keyed by the
      *> tape key plus the loss date, so a copy number reused after
      *> a loss can never collide with the old claim. Copied into the
      *> FD of each program so the key and field positions only have
      *> to be maintained in one place.
       01  CLAIM-REC.
            05  CM-KEY.
                10  CM-ARTIST               PIC X(20).
                10  CM-TITLE                PIC X(20).
                10  CM-COPY                 PIC X(02).
                10  CM-LOSS-DATE            PIC X(08).
      *> "L" lost, "D" damaged beyond play, "T" stolen.
            05  CM-LOSS-TYPE                PIC X(01).
                88  CM-LOST                       VALUE "L".
                88  CM-DAMAGED                    VALUE "D".
                88  CM-STOLEN                     VALUE "T".
      *> Borrower ID off LOANS.DAT if the tape was out when it was
      *> lost; spaces if it went missing from the shelf.
            05  CM-BORROWER                 PIC X(20).
            05  CM-VALUE-AT-LOSS            PIC 999V99.
            05  CM-ACQ-COST                 PIC 999V99.
      *> "O" opened by the loss, "F" filed with the insurer, "S"
      *> settled, "D" denied. Settled and denied are final.
            05  CM-STATUS                   PIC X(01).
                88  CM-OPEN                       VALUE "O".
                88  CM-FILED                      VALUE "F".
                88  CM-SETTLED                    VALUE "S".
                88  CM-DENIED                     VALUE "D".
            05  CM-OPEN-DATE                PIC X(08).
            05  CM-FILED-DATE               PIC X(08).
            05  CM-CLOSED-DATE              PIC X(08).
            05  CM-SETTLE-AMOUNT            PIC 999V99.
