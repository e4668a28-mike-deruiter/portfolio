                ASSIGN TO "/tmp/TAPES.SUS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SUSPENSE-STATUS.
            SELECT CLAIM-FILE
                ASSIGN TO "/tmp/CLAIMS.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CM-KEY
                FILE STATUS IS WS-CLAIM-STATUS.
            SELECT LOAN-FILE
                ASSIGN TO "/tmp/LOANS.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LN-KEY
                FILE STATUS IS WS-LOAN-STATUS.
            SELECT LOAN-HISTORY
                ASSIGN TO "/tmp/LOANS.HIST"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.

            05  TT-RATING                   PIC 9V99.
            05  TT-FORMAT                   PIC X(02).
      *> Only an "S" (sale) transaction carries the trailing sale
      *> fields; on A/C/D records they read as spaces. An "L" (loss)
      *> carries the date of the loss in TT-SALE-DATE.
            05  TT-SALE-DATE                PIC X(08).
            05  TT-SALE-PRICE               PIC 999V99.
      *> Only an "A" (add) transaction carries the acquisition
      *> means the tape went on at what it cost, TT-VALUE.
            05  TT-ACQ-DATE                 PIC X(08).
            05  TT-ACQ-COST                 PIC 999V99.
      *> Shelf/bin location. An add files the tape where the card
      *> says; on a change, spaces leave the current location alone
      *> so cards keyed without it do not unshelve anything.
            05  TT-LOCATION                 PIC X(06).
      *> Only an "L" (loss) carries the loss type: "L" lost, "D"
      *> damaged beyond play, "T" stolen.
            05  TT-LOSS-TYPE                PIC X(01).
                88  TT-LOSS-TYPE-VALID            VALUE "L" "D" "T".
       01  TAPE-BATCH-HEADER.
            05  BH-REC-CODE                 PIC X(01).
            05  BH-BATCH-DATE               PIC X(08).
       FD  SUSPENSE-FILE.
       COPY TAPESUSP.

       FD  CLAIM-FILE.
       COPY CLAIMMSTR.

       FD  LOAN-FILE.
       COPY LOANMSTR.

       FD  LOAN-HISTORY.
       COPY LOANHIST.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
            05  WS-MASTER-STATUS            PIC X(02) VALUE "00".
            05  WS-BATCHCTL-STATUS          PIC X(02) VALUE "00".
            05  WS-ARCHIVE-STATUS           PIC X(02) VALUE "00".
            05  WS-SUSPENSE-STATUS          PIC X(02) VALUE "00".
            05  WS-CLAIM-STATUS             PIC X(02) VALUE "00".
            05  WS-LOAN-STATUS              PIC X(02) VALUE "00".
            05  WS-HISTORY-STATUS           PIC X(02) VALUE "00".

       01  WS-SWITCHES.
            05  EOF-TRAN-SW                 PIC X VALUE "N".
                88  WS-TRAILER-FOUND              VALUE "Y".
            05  WS-COPY-SCAN-SW             PIC X VALUE "N".
                88  WS-COPY-SCAN-DONE             VALUE "Y".
            05  WS-LOAN-AVAIL-SW            PIC X VALUE "N".
                88  WS-LOAN-AVAIL                 VALUE "Y".

       01  WS-COUNTERS.
            05  WS-ADD-COUNT                PIC 9(05) VALUE ZERO.
            05  WS-CHANGE-COUNT             PIC 9(05) VALUE ZERO.
            05  WS-DELETE-COUNT             PIC 9(05) VALUE ZERO.
            05  WS-SELL-COUNT               PIC 9(05) VALUE ZERO.
            05  WS-LOSS-COUNT               PIC 9(05) VALUE ZERO.
            05  WS-REJECT-COUNT             PIC 9(05) VALUE ZERO.

       01  WS-EDIT-FIELDS.

      *> Image of TAPE-MASTER-REC as it stood before a change or
      *> delete was applied, captured for the audit journal.
       01  WS-BEFORE-IMAGE                  PIC X(75) VALUE SPACES.

       01  TITLE-1.
            05  PIC X(25) VALUE ALL SPACES.
                CLOSE SUSPENSE-FILE
                OPEN EXTEND SUSPENSE-FILE
            END-IF.
            OPEN I-O CLAIM-FILE.
            IF WS-CLAIM-STATUS = "35"
                OPEN OUTPUT CLAIM-FILE
                CLOSE CLAIM-FILE
                OPEN I-O CLAIM-FILE
            END-IF.
      *> The loans master is only consulted for losses; without one
      *> nothing is out on loan and no loan needs closing.
            OPEN I-O LOAN-FILE.
            IF WS-LOAN-STATUS = "00"
                MOVE "Y" TO WS-LOAN-AVAIL-SW
                OPEN EXTEND LOAN-HISTORY
                IF WS-HISTORY-STATUS = "35"
                    OPEN OUTPUT LOAN-HISTORY
                    CLOSE LOAN-HISTORY
                    OPEN EXTEND LOAN-HISTORY
                END-IF
            END-IF.

            WRITE MAINT-REPORT-REC FROM TITLE-1.
            MOVE SPACES TO MAINT-REPORT-REC.
                    PERFORM OD3000-DELETE-TAPE
                WHEN "S"
                    PERFORM OD5000-SELL-TAPE
                WHEN "L"
                    PERFORM OD5500-LOSE-TAPE
                WHEN "H"
      *> Batch control records were consumed by OB1500-VERIFY-BATCH;
      *> on the apply pass they are not transactions.
                MOVE TT-VALUE               TO TM-VALUE
                MOVE TT-RATING              TO TM-RATING
                MOVE TT-FORMAT              TO TM-FORMAT
                MOVE TT-LOCATION            TO TM-LOCATION
                PERFORM OD1300-SET-ACQUISITION

                WRITE TAPE-MASTER-REC
                        MOVE TT-VALUE        TO TM-VALUE
                        MOVE TT-RATING       TO TM-RATING
                        MOVE TT-FORMAT       TO TM-FORMAT
                        IF TT-LOCATION NOT = SPACES
                            MOVE TT-LOCATION TO TM-LOCATION
                        END-IF
                        REWRITE TAPE-MASTER-REC
                            INVALID KEY
                                MOVE "REJECTED - REWRITE FAILED"
                    END-DELETE
            END-READ.

       OD5500-LOSE-TAPE.
      *> A loss leaves the master the way a sale does - archived
      *> first, then deleted - but nothing was received for it, so
      *> instead of sale proceeds it opens a claim carrying the value
      *> the master held at the moment of loss.
            MOVE TT-ARTIST              TO TM-ARTIST.
            MOVE TT-TITLE               TO TM-TITLE.
            PERFORM OD0400-RESOLVE-COPY.

            IF TT-SALE-DATE IS NOT NUMERIC
                MOVE "REJECTED - BAD LOSS DATE" TO DL-RESULT
                ADD 1 TO WS-REJECT-COUNT
            ELSE
                IF NOT TT-LOSS-TYPE-VALID
                    MOVE "REJECTED - BAD LOSS TYPE" TO DL-RESULT
                    ADD 1 TO WS-REJECT-COUNT
                ELSE
                    PERFORM OD5600-LOSE-VALID-TAPE
                END-IF
            END-IF.

            PERFORM OE1000-WRITE-DETAIL.

       OD5600-LOSE-VALID-TAPE.
            READ MASTER-TAPE
                INVALID KEY
                    MOVE "REJECTED - NOT ON FILE" TO DL-RESULT
                    ADD 1 TO WS-REJECT-COUNT
                NOT INVALID KEY
                    MOVE TAPE-MASTER-REC TO WS-BEFORE-IMAGE
                    DELETE MASTER-TAPE
                        INVALID KEY
                            MOVE "REJECTED - DELETE FAILED" TO DL-RESULT
                            ADD 1 TO WS-REJECT-COUNT
                        NOT INVALID KEY
                            MOVE "LOST - CLAIM OPENED" TO DL-RESULT
                            ADD 1 TO WS-LOSS-COUNT
                            PERFORM OE3000-WRITE-ARCHIVE
                            PERFORM OE2000-WRITE-AUDIT
                            PERFORM OD5700-CLOSE-LOAN
                            PERFORM OE7000-WRITE-CLAIM
                    END-DELETE
            END-READ.

       OD5700-CLOSE-LOAN.
      *> A tape lost while out on loan will never come back through
      *> TAPE-LOANS, so the loan is closed here: the borrower goes on
      *> the claim as the one responsible and the loan moves to the
      *> history file returned on the loss date, so the loans master
      *> never points at a tape that is no longer on TAPES.DAT.
            MOVE SPACES TO CM-BORROWER.

            IF WS-LOAN-AVAIL
                MOVE TM-KEY TO LN-KEY
                READ LOAN-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE LN-BORROWER TO CM-BORROWER
                        DELETE LOAN-FILE
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                MOVE "LOST ON LOAN - CLAIM OPENED"
                                    TO DL-RESULT
                                PERFORM OE7100-WRITE-LOAN-HISTORY
                        END-DELETE
                END-READ
            END-IF.

       OE7100-WRITE-LOAN-HISTORY.
            MOVE LN-ARTIST              TO LH-ARTIST.
            MOVE LN-TITLE               TO LH-TITLE.
            MOVE LN-COPY                TO LH-COPY.
            MOVE LN-BORROWER            TO LH-BORROWER.
            MOVE LN-LOAN-DATE           TO LH-LOAN-DATE.
            MOVE LN-DUE-DATE            TO LH-DUE-DATE.
            MOVE TT-SALE-DATE           TO LH-RETURN-DATE.

            WRITE LOAN-HISTORY-REC.

       OE7000-WRITE-CLAIM.
            MOVE TM-ARTIST              TO CM-ARTIST.
            MOVE TM-TITLE               TO CM-TITLE.
            MOVE TM-COPY                TO CM-COPY.
            MOVE TT-SALE-DATE           TO CM-LOSS-DATE.
            MOVE TT-LOSS-TYPE           TO CM-LOSS-TYPE.
            MOVE TM-VALUE               TO CM-VALUE-AT-LOSS.
            MOVE TM-ACQ-COST            TO CM-ACQ-COST.
            MOVE "O"                    TO CM-STATUS.
            MOVE WS-CD-YYYYMMDD         TO CM-OPEN-DATE.
            MOVE SPACES                 TO CM-FILED-DATE.
            MOVE SPACES                 TO CM-CLOSED-DATE.
            MOVE ZERO                   TO CM-SETTLE-AMOUNT.

            WRITE CLAIM-REC
                INVALID KEY
                    MOVE "LOST - CLAIM ALREADY ON FILE" TO DL-RESULT
            END-WRITE.

       OE3000-WRITE-ARCHIVE.
            MOVE TM-ARTIST              TO AR-ARTIST.
            MOVE TM-TITLE               TO AR-TITLE.
            MOVE TM-ACQ-DATE            TO AR-ACQ-DATE.
            MOVE TM-ACQ-COST            TO AR-ACQ-COST.
            MOVE TT-SALE-DATE           TO AR-SALE-DATE.
            MOVE WS-CD-YYYYMMDD         TO AR-RUN-DATE.
            MOVE TT-TRAN-CODE           TO AR-DISPOSITION.
            IF AR-LOSS
                MOVE ZERO               TO AR-SALE-PRICE
            ELSE
                MOVE TT-SALE-PRICE      TO AR-SALE-PRICE
            END-IF.

            WRITE ARCHIVE-TAPE-REC.

            MOVE WS-BEFORE-IMAGE        TO AJ-BEFORE-IMAGE.

            IF TT-TRAN-CODE = "D" OR TT-TRAN-CODE = "S"
                    OR TT-TRAN-CODE = "L"
                MOVE SPACES             TO AJ-AFTER-IMAGE
            ELSE
                MOVE TAPE-MASTER-REC    TO AJ-AFTER-IMAGE
            WRITE MAINT-REPORT-REC FROM SUMMARY-LINE
                AFTER ADVANCING 1 LINE.

            MOVE "RECORDS LOST:"      TO SL-LABEL.
            MOVE WS-LOSS-COUNT        TO SL-COUNT.
            WRITE MAINT-REPORT-REC FROM SUMMARY-LINE
                AFTER ADVANCING 1 LINE.

            MOVE "RECORDS REJECTED:"  TO SL-LABEL.
            MOVE WS-REJECT-COUNT      TO SL-COUNT.
            WRITE MAINT-REPORT-REC FROM SUMMARY-LINE
            CLOSE AUDIT-JOURNAL.
            CLOSE ARCHIVE-FILE.
            CLOSE SUSPENSE-FILE.
            CLOSE CLAIM-FILE.
            IF WS-LOAN-AVAIL
                CLOSE LOAN-FILE
                CLOSE LOAN-HISTORY
            END-IF.

       OE5000-REGISTER-BATCH.
      *> Record the applied batch number so OD6000-CHECK-BATCH-APPLIED
