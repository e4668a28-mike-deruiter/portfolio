      *> on a sale can be reported instead of guessed.
            05  TM-ACQ-DATE                 PIC X(08).
            05  TM-ACQ-COST                 PIC 999V99.
      *> Shelf/bin the tape is filed on, so a physical count can say
      *> where a tape should be found. Spaces means not yet shelved.
            05  TM-LOCATION                 PIC X(06).
