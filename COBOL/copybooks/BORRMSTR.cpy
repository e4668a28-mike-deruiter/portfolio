      *> Shared record layout for the BORROWERS.DAT indexed borrower
      *> master. One record per registered borrower, keyed by a short
      *> borrower ID, so "J SMITH" and "JOHN SMITH" are one person
      *> and only a registered borrower can take a tape out. The ID
      *> is what LOANS.TXN cards now carry in the borrower field and
      *> what LN-BORROWER, LH-BORROWER and RS-NAME hold. Maintained by
      *> BORROWER-MAINTENANCE; read by TAPE-LOANS at checkout and
      *> hold time. Copied into the FD of each program so the key
      *> and field positions only have to be maintained in one place.
       01  BORROWER-REC.
            05  BW-KEY.
                10  BW-ID                   PIC X(06).
            05  BW-NAME                     PIC X(30).
            05  BW-ADDRESS                  PIC X(30).
            05  BW-PHONE                    PIC X(15).
            05  BW-EMAIL                    PIC X(30).
      *> How many tapes the borrower may have out at once; a checkout
      *> or hold that would go past it is refused.
            05  BW-MAX-OUT                  PIC 9(02).
      *> "A" active, "S" suspended. A suspended borrower keeps the
      *> tapes already out (returns still post) but can take nothing
      *> new until reinstated.
            05  BW-STATUS                   PIC X(01).
                88  BW-ACTIVE                     VALUE "A".
                88  BW-SUSPENDED                  VALUE "S".
            05  BW-STATUS-DATE              PIC X(08).
            05  BW-REG-DATE                 PIC X(08).
