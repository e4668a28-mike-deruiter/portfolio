                10  LN-ARTIST               PIC X(20).
                10  LN-TITLE                PIC X(20).
                10  LN-COPY                 PIC X(02).
      *> Borrower ID from BORROWERS.DAT (BW-ID), left-justified.
            05  LN-BORROWER                 PIC X(20).
            05  LN-LOAN-DATE                PIC X(08).
            05  LN-DUE-DATE                 PIC X(08).
