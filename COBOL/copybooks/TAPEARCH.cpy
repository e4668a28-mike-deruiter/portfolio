      *> Shared record layout for the tape disposals archive
      *> (/tmp/TAPES.ARC). When TAPE-MAINTENANCE applies an "S"
      *> (sale) or "L" (loss) transaction the full master record is
      *> written here
      *> with the sale date, the sale price and the run date before
      *> the master record is deleted, so what a sold tape was
      *> carried at - and what it actually fetched - survives the
            05  AR-SALE-DATE                PIC X(08).
            05  AR-SALE-PRICE               PIC 999V99.
            05  AR-RUN-DATE                 PIC X(08).
      *> "S" sold, "L" lost (AR-SALE-DATE then holds the loss date,
      *> AR-SALE-PRICE is zero and the claim lives on CLAIMS.DAT).
      *> Rows written before losses were archived read as spaces and
      *> are sales.
            05  AR-DISPOSITION              PIC X(01).
                88  AR-LOSS                       VALUE "L".
