       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLECTION-TRANSFER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT MASTER-TAPE
                ASSIGN TO "/tmp/TAPES.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TM-KEY
                FILE STATUS IS WS-TAPE-STATUS.
            SELECT MASTER-MUSIC
                ASSIGN TO "/tmp/MUSIC.MST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS MM-KEY
                FILE STATUS IS WS-MUSIC-STATUS.
            SELECT LOAN-FILE
                ASSIGN TO "/tmp/LOANS.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LN-KEY
                FILE STATUS IS WS-LOAN-STATUS.
            SELECT TAPE-JOURNAL
                ASSIGN TO "/tmp/tape-audit-journal"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TJRNL-STATUS.
            SELECT MUSIC-JOURNAL
                ASSIGN TO "/tmp/music-audit-journal"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MJRNL-STATUS.
            SELECT TRAN-TRANSFER
                ASSIGN TO "/tmp/TRANSFER.TXN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRAN-STATUS.
            SELECT TRANSFER-REPORT
                ASSIGN TO "/tmp/collection-transfer-report"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  MASTER-TAPE.
       COPY TAPEMSTR.

       FD  MASTER-MUSIC.
       COPY MUSCMSTR.

       FD  LOAN-FILE.
       COPY LOANMSTR.

      *> Both journals get an entry for every transfer: "O" on the
      *> side the title left (before-image only) and "I" on the side
      *> it arrived (after-image only), so each journal still rolls
      *> its own master forward and the pair shows where it went.
       FD  TAPE-JOURNAL.
       COPY TAPEAUDT.

       FD  MUSIC-JOURNAL.
       COPY MUSCAUDT.

      *> One card per title to move. XF-SOURCE names the collection
      *> it leaves: "M" moves a MUSIC.MST album onto TAPES.DAT, "T"
      *> retires a tape copy into the music list. Year, value and
      *> rating always carry over from the source record.
      *> On "M" the card supplies what the music side never held: the
      *> tape format (required), the copy to file it as (blank takes
      *> the next free copy slot, as a TAPE-MAINTENANCE add does), the
      *> acquisition date (blank means today), the acquisition cost
      *> (blank means the carried value) and the shelf location.
      *> On "T" only the copy is read (blank means "01"); the rest of
      *> the card is ignored.
       FD  TRAN-TRANSFER.
       01  TRANSFER-TRAN-REC.
            05  XF-SOURCE                   PIC X(01).
                88  XF-FROM-MUSIC                 VALUE "M".
                88  XF-FROM-TAPE                  VALUE "T".
            05  XF-ARTIST                   PIC X(20).
            05  XF-TITLE                    PIC X(20).
            05  XF-COPY                     PIC X(02).
            05  XF-FORMAT                   PIC X(02).
            05  XF-ACQ-DATE                 PIC X(08).
            05  XF-ACQ-COST                 PIC 999V99.
            05  XF-ACQ-COST-X REDEFINES XF-ACQ-COST
                                            PIC X(05).
            05  XF-LOCATION                 PIC X(06).

       FD  TRANSFER-REPORT.
       01  TRANSFER-REPORT-REC              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
            05  WS-TAPE-STATUS              PIC X(02) VALUE "00".
            05  WS-MUSIC-STATUS             PIC X(02) VALUE "00".
            05  WS-LOAN-STATUS              PIC X(02) VALUE "00".
            05  WS-TJRNL-STATUS             PIC X(02) VALUE "00".
            05  WS-MJRNL-STATUS             PIC X(02) VALUE "00".
            05  WS-TRAN-STATUS              PIC X(02) VALUE "00".

       01  WS-SWITCHES.
            05  EOF-TRAN-SW                 PIC X VALUE "N".
                88  EOF-TRAN                      VALUE "Y".
            05  WS-FAILED-SW                PIC X VALUE "N".
                88  WS-FAILED                     VALUE "Y".
            05  WS-COPY-SCAN-SW             PIC X VALUE "N".
                88  WS-COPY-SCAN-DONE             VALUE "Y".
            05  WS-LOAN-AVAIL-SW            PIC X VALUE "N".
                88  WS-LOAN-AVAIL                 VALUE "Y".

       01  WS-COUNTERS.
            05  WS-TO-TAPE-COUNT            PIC 9(05) VALUE ZERO.
            05  WS-TO-MUSIC-COUNT           PIC 9(05) VALUE ZERO.
            05  WS-REJECT-COUNT             PIC 9(05) VALUE ZERO.

      *> The control totals are taken from the journal images as they
      *> are written: what left one master against what landed on the
      *> other. They can only differ if a transfer was posted wrong.
       01  WS-ACCUMULATORS.
            05  A-MUSIC-OUT                 PIC 9(07)V99 VALUE ZERO.
            05  A-TAPE-IN                   PIC 9(07)V99 VALUE ZERO.
            05  A-TAPE-OUT                  PIC 9(07)V99 VALUE ZERO.
            05  A-MUSIC-IN                  PIC 9(07)V99 VALUE ZERO.
            05  A-TOTAL-OUT                 PIC 9(07)V99 VALUE ZERO.
            05  A-TOTAL-IN                  PIC 9(07)V99 VALUE ZERO.
            05  A-DIFFERENCE                PIC S9(07)V99 VALUE ZERO.

       01  WS-EDIT-FIELDS.
            05  WS-MAX-RATING               PIC 9V99 VALUE 5.00.
            05  WS-NEXT-COPY                PIC 9(02) VALUE ZERO.
            05  WS-XFER-COPY                PIC X(02) VALUE SPACES.

      *> Images of the source record as it stood before the transfer,
      *> captured for the "O" journal entry.
       01  WS-TAPE-IMAGE                    PIC X(75) VALUE SPACES.
       01  WS-MUSIC-IMAGE                   PIC X(52) VALUE SPACES.

       01  WS-CURRENT-DATE.
            05  WS-CD-YYYYMMDD              PIC X(08).
            05  WS-CD-REST                  PIC X(13).

       01  TITLE-1.
            05  PIC X(25) VALUE ALL SPACES.
            05  PIC X(25) VALUE "COLLECTION TRANSFER".

       01  HEADER-1.
            05  PIC X(09) VALUE "TO".
            05  PIC X(21) VALUE "ARTIST".
            05  PIC X(21) VALUE "TITLE".
            05  PIC X(04) VALUE "CP".
            05  PIC X(09) VALUE "   VALUE".
            05  PIC X(30) VALUE "RESULT".

       01  DETAIL-LINE.
            05  DL-DIRECTION                PIC X(08).
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-ARTIST                   PIC X(20).
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-TITLE                    PIC X(20).
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-COPY                     PIC X(02).
            05  PIC X(02) VALUE ALL SPACES.
            05  DL-VALUE                    PIC ZZZ9.99.
            05  PIC X(02) VALUE ALL SPACES.
            05  DL-RESULT                   PIC X(32).

       01  SUMMARY-LINE.
            05  SL-LABEL                    PIC X(24).
            05  SL-COUNT                    PIC ZZ,ZZ9.

       01  CONTROL-LINE.
            05  CT-LABEL                    PIC X(24).
            05  CT-AMOUNT                   PIC $$,$$$,$$9.99-.
            05  PIC X(02) VALUE ALL SPACES.
            05  CT-NOTE                     PIC X(24).

       01  RESULT-LINE.
            05  RL-MESSAGE                  PIC X(60).

       PROCEDURE DIVISION.

       00000-MAIN.
            PERFORM OB1000-SETUP.

            IF NOT WS-FAILED
                PERFORM OB2000-PROCESS
                    UNTIL EOF-TRAN
            END-IF.

            PERFORM OB3000-WRAPUP.

            STOP RUN.

       OB1000-SETUP.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

            OPEN OUTPUT TRANSFER-REPORT.
            WRITE TRANSFER-REPORT-REC FROM TITLE-1.
            MOVE SPACES TO TRANSFER-REPORT-REC.
            WRITE TRANSFER-REPORT-REC
                AFTER ADVANCING 1 LINE.
            WRITE TRANSFER-REPORT-REC FROM HEADER-1
                AFTER ADVANCING 1 LINE.

      *> Either master may not exist yet - the first title ever moved
      *> onto it creates it, as the maintenance programs do.
            OPEN I-O MASTER-TAPE.
            IF WS-TAPE-STATUS = "35"
                OPEN OUTPUT MASTER-TAPE
                CLOSE MASTER-TAPE
                OPEN I-O MASTER-TAPE
            END-IF.
            OPEN I-O MASTER-MUSIC.
            IF WS-MUSIC-STATUS = "35"
                OPEN OUTPUT MASTER-MUSIC
                CLOSE MASTER-MUSIC
                OPEN I-O MASTER-MUSIC
            END-IF.

            IF WS-TAPE-STATUS NOT = "00"
                MOVE "TAPE MASTER WILL NOT OPEN - NOTHING MOVED"
                    TO RL-MESSAGE
                PERFORM OE1000-WRITE-FAILURE
            ELSE
                IF WS-MUSIC-STATUS NOT = "00"
                    MOVE "MUSIC MASTER WILL NOT OPEN - NOTHING MOVED"
                        TO RL-MESSAGE
                    PERFORM OE1000-WRITE-FAILURE
                END-IF
            END-IF.

            IF NOT WS-FAILED
                PERFORM OB1100-OPEN-JOURNALS
            END-IF.

            IF NOT WS-FAILED
      *> No loans file just means nothing is out.
                OPEN INPUT LOAN-FILE
                IF WS-LOAN-STATUS = "00"
                    MOVE "Y" TO WS-LOAN-AVAIL-SW
                END-IF

                OPEN INPUT TRAN-TRANSFER
                IF WS-TRAN-STATUS NOT = "00"
                    DISPLAY "COLLECTION-TRANSFER: NO TRANSFER FILE "
                        "(STATUS " WS-TRAN-STATUS ") - NOTHING TO MOVE"
                    MOVE "Y" TO EOF-TRAN-SW
                ELSE
                    PERFORM OC1000-READ-TRAN
                END-IF
            END-IF.

       OB1100-OPEN-JOURNALS.
            OPEN EXTEND TAPE-JOURNAL.
            IF WS-TJRNL-STATUS = "35"
                OPEN OUTPUT TAPE-JOURNAL
                CLOSE TAPE-JOURNAL
                OPEN EXTEND TAPE-JOURNAL
            END-IF.
            OPEN EXTEND MUSIC-JOURNAL.
            IF WS-MJRNL-STATUS = "35"
                OPEN OUTPUT MUSIC-JOURNAL
                CLOSE MUSIC-JOURNAL
                OPEN EXTEND MUSIC-JOURNAL
            END-IF.

      *> A transfer nobody can see in the journals is worse than no
      *> transfer: without both journals open nothing is moved.
            IF WS-TJRNL-STATUS NOT = "00"
                    OR WS-MJRNL-STATUS NOT = "00"
                MOVE "JOURNAL WILL NOT OPEN - NOTHING MOVED"
                    TO RL-MESSAGE
                PERFORM OE1000-WRITE-FAILURE
            END-IF.

       OC1000-READ-TRAN.
            READ TRAN-TRANSFER
                AT END MOVE "Y" TO EOF-TRAN-SW.

       OB2000-PROCESS.
      *> Each card stands alone and there is no batch wrapper: a card
      *> presented twice is refused on its second pass because the
      *> title is no longer on the master it names as its source.
            MOVE SPACES    TO DL-RESULT.
            MOVE SPACES    TO DL-COPY.
            MOVE ZERO      TO DL-VALUE.

            EVALUATE TRUE
                WHEN XF-FROM-MUSIC
                    MOVE "TO TAPE"  TO DL-DIRECTION
                    PERFORM OD1000-MUSIC-TO-TAPE
                WHEN XF-FROM-TAPE
                    MOVE "TO MUSIC" TO DL-DIRECTION
                    PERFORM OD2000-TAPE-TO-MUSIC
                WHEN OTHER
                    MOVE XF-SOURCE  TO DL-DIRECTION
                    MOVE "REJECTED - BAD SOURCE CODE" TO DL-RESULT
            END-EVALUATE.

            IF DL-RESULT (1:10) = "REJECTED -"
                ADD 1 TO WS-REJECT-COUNT
            END-IF.

            PERFORM OE2000-WRITE-DETAIL.

      *> A back-out that itself failed leaves the title on both
      *> masters; stop there so it is put right before anything else
      *> is moved.
            IF DL-RESULT (1:6) = "FAILED"
                MOVE "TRANSFER HALF APPLIED - TITLE ON BOTH MASTERS"
                    TO RL-MESSAGE
                PERFORM OE1000-WRITE-FAILURE
                MOVE "Y" TO EOF-TRAN-SW
            ELSE
                PERFORM OC1000-READ-TRAN
            END-IF.

       OD1000-MUSIC-TO-TAPE.
            IF XF-ARTIST = SPACES OR XF-TITLE = SPACES
                MOVE "REJECTED - NO ARTIST/TITLE" TO DL-RESULT
            ELSE IF XF-FORMAT = SPACES
                MOVE "REJECTED - NO TAPE FORMAT" TO DL-RESULT
            ELSE IF XF-COPY NOT = SPACES AND XF-COPY IS NOT NUMERIC
                MOVE "REJECTED - BAD COPY NUMBER" TO DL-RESULT
            ELSE IF XF-ACQ-DATE NOT = SPACES
                    AND XF-ACQ-DATE IS NOT NUMERIC
                MOVE "REJECTED - BAD ACQUISITION DATE" TO DL-RESULT
            ELSE IF XF-ACQ-COST-X NOT = SPACES
                    AND XF-ACQ-COST IS NOT NUMERIC
                MOVE "REJECTED - BAD ACQUISITION COST" TO DL-RESULT
            END-IF.

            IF DL-RESULT = SPACES
                MOVE XF-ARTIST TO MM-ARTIST
                MOVE XF-TITLE  TO MM-TITLE
                READ MASTER-MUSIC
                    INVALID KEY
                        MOVE "REJECTED - NOT ON MUSIC MASTER"
                            TO DL-RESULT
                    NOT INVALID KEY
                        PERFORM OD1100-CHECK-MUSIC-SOURCE
                END-READ
            END-IF.

            IF DL-RESULT = SPACES
                PERFORM OD1200-RESOLVE-TAPE-COPY
            END-IF.

            IF DL-RESULT = SPACES
                PERFORM OD1300-WRITE-TAPE
            END-IF.

       OD1100-CHECK-MUSIC-SOURCE.
      *> The music record must hold up to the edits a TAPE-MAINTENANCE
      *> add would get, or the tape master inherits its bad data.
            MOVE MUSIC-MASTER-REC TO WS-MUSIC-IMAGE.
            IF MM-VALUE IS NUMERIC
                MOVE MM-VALUE     TO DL-VALUE
            END-IF.

            IF MM-YEAR IS NOT NUMERIC
                MOVE "REJECTED - NON-NUMERIC YEAR" TO DL-RESULT
            ELSE IF MM-VALUE IS NOT NUMERIC
                MOVE "REJECTED - NON-NUMERIC VALUE" TO DL-RESULT
            ELSE IF MM-RATING IS NOT NUMERIC
                MOVE "REJECTED - NON-NUMERIC RATING" TO DL-RESULT
            ELSE IF MM-RATING > WS-MAX-RATING
                MOVE "REJECTED - RATING OUT OF RANGE" TO DL-RESULT
            END-IF.

       OD1200-RESOLVE-TAPE-COPY.
            IF XF-COPY = SPACES
                PERFORM OD1210-ASSIGN-COPY
            ELSE
                MOVE XF-ARTIST TO TM-ARTIST
                MOVE XF-TITLE  TO TM-TITLE
                MOVE XF-COPY   TO TM-COPY
                MOVE XF-COPY   TO WS-XFER-COPY
                READ MASTER-TAPE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE "REJECTED - COPY ALREADY ON TAPES"
                            TO DL-RESULT
                END-READ
            END-IF.
            MOVE WS-XFER-COPY TO DL-COPY.

       OD1210-ASSIGN-COPY.
      *> Next free copy slot for the artist and title, worked out the
      *> way TAPE-MAINTENANCE does it for an add keyed without a copy.
            MOVE ZERO      TO WS-NEXT-COPY.
            MOVE XF-ARTIST TO TM-ARTIST.
            MOVE XF-TITLE  TO TM-TITLE.
            MOVE SPACES    TO TM-COPY.
            MOVE "N"       TO WS-COPY-SCAN-SW.

            START MASTER-TAPE KEY >= TM-KEY
                INVALID KEY
                    MOVE "Y" TO WS-COPY-SCAN-SW
            END-START.

            PERFORM OD1220-SCAN-COPY
                UNTIL WS-COPY-SCAN-DONE.

            ADD 1 TO WS-NEXT-COPY.
            MOVE WS-NEXT-COPY TO WS-XFER-COPY.

       OD1220-SCAN-COPY.
            READ MASTER-TAPE NEXT
                AT END
                    MOVE "Y" TO WS-COPY-SCAN-SW
                NOT AT END
                    IF TM-ARTIST = XF-ARTIST AND TM-TITLE = XF-TITLE
                        IF TM-COPY IS NUMERIC
                            MOVE TM-COPY TO WS-NEXT-COPY
                        END-IF
                    ELSE
                        MOVE "Y" TO WS-COPY-SCAN-SW
                    END-IF
            END-READ.

       OD1300-WRITE-TAPE.
      *> The new side is written first and the old side removed only
      *> once it is there; if the removal fails the new record is
      *> taken back off, so the title is never on neither master.
            MOVE XF-ARTIST          TO TM-ARTIST.
            MOVE XF-TITLE           TO TM-TITLE.
            MOVE WS-XFER-COPY       TO TM-COPY.
            MOVE MM-YEAR            TO TM-YEAR.
            MOVE MM-VALUE           TO TM-VALUE.
            MOVE MM-RATING          TO TM-RATING.
            MOVE XF-FORMAT          TO TM-FORMAT.
            MOVE XF-LOCATION        TO TM-LOCATION.
            IF XF-ACQ-DATE = SPACES
                MOVE WS-CD-YYYYMMDD TO TM-ACQ-DATE
            ELSE
                MOVE XF-ACQ-DATE    TO TM-ACQ-DATE
            END-IF.
            IF XF-ACQ-COST-X = SPACES
                MOVE MM-VALUE       TO TM-ACQ-COST
            ELSE
                MOVE XF-ACQ-COST    TO TM-ACQ-COST
            END-IF.

            WRITE TAPE-MASTER-REC
                INVALID KEY
                    MOVE "REJECTED - TAPE WRITE FAILED" TO DL-RESULT
                NOT INVALID KEY
                    PERFORM OD1400-DELETE-MUSIC
            END-WRITE.

       OD1400-DELETE-MUSIC.
            DELETE MASTER-MUSIC
                INVALID KEY
                    PERFORM OD1500-BACK-OUT-TAPE
                NOT INVALID KEY
                    MOVE "TRANSFERRED"  TO DL-RESULT
                    ADD 1 TO WS-TO-TAPE-COUNT
                    PERFORM OE3000-JOURNAL-TO-TAPE
            END-DELETE.

       OD1500-BACK-OUT-TAPE.
            DELETE MASTER-TAPE
                INVALID KEY
                    MOVE "FAILED - TAPE NOT BACKED OUT" TO DL-RESULT
                NOT INVALID KEY
                    MOVE "REJECTED - MUSIC DELETE FAILED" TO DL-RESULT
            END-DELETE.

       OD2000-TAPE-TO-MUSIC.
            MOVE XF-COPY TO WS-XFER-COPY.
            IF WS-XFER-COPY = SPACES
                MOVE "01" TO WS-XFER-COPY
            END-IF.
            MOVE WS-XFER-COPY TO DL-COPY.

            IF XF-ARTIST = SPACES OR XF-TITLE = SPACES
                MOVE "REJECTED - NO ARTIST/TITLE" TO DL-RESULT
            ELSE IF WS-XFER-COPY IS NOT NUMERIC
                MOVE "REJECTED - BAD COPY NUMBER" TO DL-RESULT
            END-IF.

            IF DL-RESULT = SPACES
                MOVE XF-ARTIST    TO TM-ARTIST
                MOVE XF-TITLE     TO TM-TITLE
                MOVE WS-XFER-COPY TO TM-COPY
                READ MASTER-TAPE
                    INVALID KEY
                        MOVE "REJECTED - NOT ON TAPE MASTER"
                            TO DL-RESULT
                    NOT INVALID KEY
                        PERFORM OD2100-CHECK-TAPE-SOURCE
                END-READ
            END-IF.

            IF DL-RESULT = SPACES
                PERFORM OD2200-CHECK-LOAN
            END-IF.

      *> The music list holds one record per album, so a title already
      *> there cannot take another copy.
            IF DL-RESULT = SPACES
                MOVE XF-ARTIST TO MM-ARTIST
                MOVE XF-TITLE  TO MM-TITLE
                READ MASTER-MUSIC
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE "REJECTED - ON MUSIC MASTER"
                            TO DL-RESULT
                END-READ
            END-IF.

            IF DL-RESULT = SPACES
                PERFORM OD2300-WRITE-MUSIC
            END-IF.

       OD2100-CHECK-TAPE-SOURCE.
            MOVE TAPE-MASTER-REC TO WS-TAPE-IMAGE.
            IF TM-VALUE IS NUMERIC
                MOVE TM-VALUE    TO DL-VALUE
            END-IF.

            IF TM-YEAR IS NOT NUMERIC
                MOVE "REJECTED - NON-NUMERIC YEAR" TO DL-RESULT
            ELSE IF TM-VALUE IS NOT NUMERIC
                MOVE "REJECTED - NON-NUMERIC VALUE" TO DL-RESULT
            ELSE IF TM-RATING IS NOT NUMERIC
                MOVE "REJECTED - NON-NUMERIC RATING" TO DL-RESULT
            ELSE IF TM-RATING > WS-MAX-RATING
                MOVE "REJECTED - RATING OUT OF RANGE" TO DL-RESULT
            END-IF.

       OD2200-CHECK-LOAN.
      *> A tape out with a borrower cannot leave the tape master from
      *> under the loan; it waits until it comes back.
            IF WS-LOAN-AVAIL
                MOVE TM-KEY TO LN-KEY
                READ LOAN-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE "REJECTED - TAPE ON LOAN" TO DL-RESULT
                END-READ
            END-IF.

       OD2300-WRITE-MUSIC.
            MOVE TM-ARTIST          TO MM-ARTIST.
            MOVE TM-TITLE           TO MM-TITLE.
            MOVE TM-YEAR            TO MM-YEAR.
            MOVE TM-VALUE           TO MM-VALUE.
            MOVE TM-RATING          TO MM-RATING.

            WRITE MUSIC-MASTER-REC
                INVALID KEY
                    MOVE "REJECTED - MUSIC WRITE FAILED" TO DL-RESULT
                NOT INVALID KEY
                    PERFORM OD2400-DELETE-TAPE
            END-WRITE.

       OD2400-DELETE-TAPE.
            DELETE MASTER-TAPE
                INVALID KEY
                    PERFORM OD2500-BACK-OUT-MUSIC
                NOT INVALID KEY
                    MOVE "TRANSFERRED"  TO DL-RESULT
                    ADD 1 TO WS-TO-MUSIC-COUNT
                    PERFORM OE3100-JOURNAL-TO-MUSIC
            END-DELETE.

       OD2500-BACK-OUT-MUSIC.
            DELETE MASTER-MUSIC
                INVALID KEY
                    MOVE "FAILED - MUSIC NOT BACKED OUT" TO DL-RESULT
                NOT INVALID KEY
                    MOVE "REJECTED - TAPE DELETE FAILED" TO DL-RESULT
            END-DELETE.

       OE3000-JOURNAL-TO-TAPE.
      *> Journals are only written once both masters have taken the
      *> transfer, so a backed-out card leaves no trace in either.
            MOVE WS-CD-YYYYMMDD     TO AJ-RUN-DATE.
            MOVE "I"                TO AJ-TRAN-CODE.
            MOVE SPACES             TO AJ-BEFORE-IMAGE.
            MOVE TAPE-MASTER-REC    TO AJ-AFTER-IMAGE.
            WRITE AUDIT-JOURNAL-REC.

            MOVE WS-CD-YYYYMMDD     TO MJ-RUN-DATE.
            MOVE "O"                TO MJ-TRAN-CODE.
            MOVE WS-MUSIC-IMAGE     TO MJ-BEFORE-IMAGE.
            MOVE SPACES             TO MJ-AFTER-IMAGE.
            WRITE MUSIC-AUDIT-REC.

            ADD MJ-B-VALUE          TO A-MUSIC-OUT.
            ADD AJ-A-VALUE          TO A-TAPE-IN.

       OE3100-JOURNAL-TO-MUSIC.
            MOVE WS-CD-YYYYMMDD     TO AJ-RUN-DATE.
            MOVE "O"                TO AJ-TRAN-CODE.
            MOVE WS-TAPE-IMAGE      TO AJ-BEFORE-IMAGE.
            MOVE SPACES             TO AJ-AFTER-IMAGE.
            WRITE AUDIT-JOURNAL-REC.

            MOVE WS-CD-YYYYMMDD     TO MJ-RUN-DATE.
            MOVE "I"                TO MJ-TRAN-CODE.
            MOVE SPACES             TO MJ-BEFORE-IMAGE.
            MOVE MUSIC-MASTER-REC   TO MJ-AFTER-IMAGE.
            WRITE MUSIC-AUDIT-REC.

            ADD AJ-B-VALUE          TO A-TAPE-OUT.
            ADD MJ-A-VALUE          TO A-MUSIC-IN.

       OE2000-WRITE-DETAIL.
            MOVE XF-ARTIST              TO DL-ARTIST.
            MOVE XF-TITLE               TO DL-TITLE.

            WRITE TRANSFER-REPORT-REC FROM DETAIL-LINE
                AFTER ADVANCING 1 LINE.

       OB3000-WRAPUP.
            MOVE SPACES TO TRANSFER-REPORT-REC.
            WRITE TRANSFER-REPORT-REC
                AFTER ADVANCING 1 LINE.

            MOVE "MOVED TO TAPE:"         TO SL-LABEL.
            MOVE WS-TO-TAPE-COUNT         TO SL-COUNT.
            WRITE TRANSFER-REPORT-REC FROM SUMMARY-LINE
                AFTER ADVANCING 1 LINE.

            MOVE "MOVED TO MUSIC:"        TO SL-LABEL.
            MOVE WS-TO-MUSIC-COUNT        TO SL-COUNT.
            WRITE TRANSFER-REPORT-REC FROM SUMMARY-LINE
                AFTER ADVANCING 1 LINE.

            MOVE "TRANSFERS REJECTED:"    TO SL-LABEL.
            MOVE WS-REJECT-COUNT          TO SL-COUNT.
            WRITE TRANSFER-REPORT-REC FROM SUMMARY-LINE
                AFTER ADVANCING 1 LINE.

            PERFORM OB3100-PROVE-VALUE.

            IF WS-TAPE-STATUS = "00"
                CLOSE MASTER-TAPE
            END-IF.
            IF WS-MUSIC-STATUS = "00"
                CLOSE MASTER-MUSIC
            END-IF.
            IF WS-TJRNL-STATUS = "00"
                CLOSE TAPE-JOURNAL
            END-IF.
            IF WS-MJRNL-STATUS = "00"
                CLOSE MUSIC-JOURNAL
            END-IF.
            IF WS-LOAN-AVAIL
                CLOSE LOAN-FILE
            END-IF.
            IF WS-TRAN-STATUS = "00" OR WS-TRAN-STATUS = "10"
                CLOSE TRAN-TRANSFER
            END-IF.

            IF NOT WS-FAILED AND WS-REJECT-COUNT > ZERO
                MOVE 4 TO RETURN-CODE
            END-IF.
            CLOSE TRANSFER-REPORT.

       OB3100-PROVE-VALUE.
      *> Value moved out of one collection must equal value moved into
      *> the other, or COLLECTION-NETWORTH has gained or lost money
      *> that was never bought or sold.
            COMPUTE A-TOTAL-OUT = A-MUSIC-OUT + A-TAPE-OUT.
            COMPUTE A-TOTAL-IN  = A-TAPE-IN + A-MUSIC-IN.
            COMPUTE A-DIFFERENCE = A-TOTAL-IN - A-TOTAL-OUT.

            MOVE SPACES TO TRANSFER-REPORT-REC.
            WRITE TRANSFER-REPORT-REC
                AFTER ADVANCING 1 LINE.

            MOVE SPACES                   TO CT-NOTE.
            MOVE "MUSIC VALUE MOVED OUT:" TO CT-LABEL.
            MOVE A-MUSIC-OUT              TO CT-AMOUNT.
            PERFORM OE4000-WRITE-CONTROL.

            MOVE "TAPE VALUE MOVED IN:"   TO CT-LABEL.
            MOVE A-TAPE-IN                TO CT-AMOUNT.
            PERFORM OE4000-WRITE-CONTROL.

            MOVE "TAPE VALUE MOVED OUT:"  TO CT-LABEL.
            MOVE A-TAPE-OUT               TO CT-AMOUNT.
            PERFORM OE4000-WRITE-CONTROL.

            MOVE "MUSIC VALUE MOVED IN:"  TO CT-LABEL.
            MOVE A-MUSIC-IN               TO CT-AMOUNT.
            PERFORM OE4000-WRITE-CONTROL.

            MOVE "TOTAL VALUE OUT:"       TO CT-LABEL.
            MOVE A-TOTAL-OUT              TO CT-AMOUNT.
            PERFORM OE4000-WRITE-CONTROL.

            MOVE "TOTAL VALUE IN:"        TO CT-LABEL.
            MOVE A-TOTAL-IN               TO CT-AMOUNT.
            PERFORM OE4000-WRITE-CONTROL.

            MOVE "DIFFERENCE:"            TO CT-LABEL.
            MOVE A-DIFFERENCE             TO CT-AMOUNT.
            IF A-DIFFERENCE = ZERO
                MOVE "IN BALANCE"         TO CT-NOTE
            ELSE
                MOVE "*** OUT OF BALANCE ***" TO CT-NOTE
            END-IF.
            PERFORM OE4000-WRITE-CONTROL.

            IF A-DIFFERENCE NOT = ZERO
                MOVE "VALUE MOVED OUT DOES NOT EQUAL VALUE MOVED IN"
                    TO RL-MESSAGE
                PERFORM OE1000-WRITE-FAILURE
            END-IF.

       OE4000-WRITE-CONTROL.
            WRITE TRANSFER-REPORT-REC FROM CONTROL-LINE
                AFTER ADVANCING 1 LINE.

       OE1000-WRITE-FAILURE.
            WRITE TRANSFER-REPORT-REC FROM RESULT-LINE
                AFTER ADVANCING 2 LINES.
            MOVE "Y" TO WS-FAILED-SW.
            MOVE 8 TO RETURN-CODE.
