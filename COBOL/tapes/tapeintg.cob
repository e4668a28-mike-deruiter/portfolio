       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAPE-INTEGRITY.

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
                FILE STATUS IS WS-MASTER-STATUS.
            SELECT LOAN-FILE
                ASSIGN TO "/tmp/LOANS.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LN-KEY
                FILE STATUS IS WS-LOAN-STATUS.
            SELECT RSRV-FILE
                ASSIGN TO "/tmp/RSRV.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS RS-KEY
                FILE STATUS IS WS-RSRV-STATUS.
            SELECT ARCHIVE-FILE
                ASSIGN TO "/tmp/TAPES.ARC"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ARCHIVE-STATUS.
            SELECT SUSPENSE-FILE
                ASSIGN TO "/tmp/TAPES.SUS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SUSPENSE-STATUS.
            SELECT AUDIT-JOURNAL
                ASSIGN TO "/tmp/tape-audit-journal"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-JOURNAL-STATUS.
            SELECT INTEGRITY-REPORT
                ASSIGN TO "/tmp/tape-integrity-report"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  MASTER-TAPE.
       COPY TAPEMSTR.

       FD  LOAN-FILE.
       COPY LOANMSTR.

       FD  RSRV-FILE.
       01  RSRV-REC.
            05  RS-KEY.
                10  RS-ARTIST               PIC X(20).
                10  RS-TITLE                PIC X(20).
                10  RS-SEQ                  PIC X(02).
            05  RS-NAME                     PIC X(20).
            05  RS-RESERVE-DATE             PIC X(08).

       FD  ARCHIVE-FILE.
       COPY TAPEARCH.

       FD  SUSPENSE-FILE.
       COPY TAPESUSP.

       FD  AUDIT-JOURNAL.
       COPY TAPEAUDT.

       FD  INTEGRITY-REPORT.
       01  INTEGRITY-REPORT-REC             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
            05  WS-MASTER-STATUS            PIC X(02) VALUE "00".
            05  WS-LOAN-STATUS              PIC X(02) VALUE "00".
            05  WS-RSRV-STATUS              PIC X(02) VALUE "00".
            05  WS-ARCHIVE-STATUS           PIC X(02) VALUE "00".
            05  WS-SUSPENSE-STATUS          PIC X(02) VALUE "00".
            05  WS-JOURNAL-STATUS           PIC X(02) VALUE "00".

       01  WS-SWITCHES.
            05  EOF-LOAN-SW                 PIC X VALUE "N".
                88  EOF-LOAN                      VALUE "Y".
            05  EOF-RSRV-SW                 PIC X VALUE "N".
                88  EOF-RSRV                      VALUE "Y".
            05  EOF-ARCHIVE-SW              PIC X VALUE "N".
                88  EOF-ARCHIVE                   VALUE "Y".
            05  EOF-SUSPENSE-SW             PIC X VALUE "N".
                88  EOF-SUSPENSE                  VALUE "Y".
            05  EOF-JOURNAL-SW              PIC X VALUE "N".
                88  EOF-JOURNAL                   VALUE "Y".
            05  WS-FAILED-SW                PIC X VALUE "N".
                88  WS-FAILED                     VALUE "Y".
            05  WS-LOAN-AVAIL-SW            PIC X VALUE "N".
                88  WS-LOAN-AVAIL                 VALUE "Y".
            05  WS-MASTER-OPEN-SW           PIC X VALUE "N".
                88  WS-MASTER-OPEN                VALUE "Y".
            05  WS-TITLE-HELD-SW            PIC X VALUE "N".
                88  WS-TITLE-HELD                 VALUE "Y".

      *> One counter per class of break. The severity of each class
      *> is fixed: a SERIOUS break means two files disagree about
      *> whether a tape exists and downstream reports would print
      *> wrong figures; a WARNING is something an operator should
      *> clear but that no report miscounts; INFO is listed only so
      *> the numbers tie out.
       01  WS-COUNTERS.
            05  WS-LOAN-ORPHAN-COUNT        PIC 9(05) VALUE ZERO.
            05  WS-LOAN-ARCHIVED-COUNT      PIC 9(05) VALUE ZERO.
            05  WS-RSRV-ORPHAN-COUNT        PIC 9(05) VALUE ZERO.
            05  WS-BOTH-FILES-COUNT         PIC 9(05) VALUE ZERO.
            05  WS-REISSUED-COUNT           PIC 9(05) VALUE ZERO.
            05  WS-SUSP-APPLIED-COUNT       PIC 9(05) VALUE ZERO.
            05  WS-SERIOUS-COUNT            PIC 9(05) VALUE ZERO.
            05  WS-WARNING-COUNT            PIC 9(05) VALUE ZERO.

      *> Suspense items are few; they are held here so the journal
      *> can be matched against all of them in one pass.
       01  WS-SUSPENSE-ITEMS.
            05  WS-SUS-COUNT                PIC 9(03) VALUE ZERO.
            05  WS-SUS-IX                   PIC 9(03) VALUE ZERO.
            05  WS-SUS-TABLE OCCURS 500 TIMES.
                10  WSS-REJECT-DATE         PIC X(08).
                10  WSS-BATCH-NUMBER        PIC X(06).
                10  WSS-TRAN-CODE           PIC X(01).
                10  WSS-ARTIST              PIC X(20).
                10  WSS-TITLE               PIC X(20).
                10  WSS-COPY                PIC X(02).
                10  WSS-APPLIED-DATE        PIC X(08).

      *> Disposed keys found back on the master are held until the
      *> journal has been read, since only the journal can say whether
      *> the key was added again after the disposal.
       01  WS-DISPOSED-ITEMS.
            05  WS-DSP-COUNT                PIC 9(03) VALUE ZERO.
            05  WS-DSP-IX                   PIC 9(03) VALUE ZERO.
            05  WS-DSP-TABLE OCCURS 500 TIMES.
                10  WSD-KEY.
                    15  WSD-ARTIST          PIC X(20).
                    15  WSD-TITLE           PIC X(20).
                    15  WSD-COPY            PIC X(02).
                10  WSD-SALE-DATE           PIC X(08).
                10  WSD-RUN-DATE            PIC X(08).
                10  WSD-DISPOSITION         PIC X(01).
                10  WSD-DISPOSED-SW         PIC X(01).
                10  WSD-REISSUED-SW         PIC X(01).

       01  WS-JOURNAL-KEY.
            05  WSJ-ARTIST                  PIC X(20).
            05  WSJ-TITLE                   PIC X(20).
            05  WSJ-COPY                    PIC X(02).

       01  WS-TEMPORARY.
            05  WS-PREV-RSRV-TITLE          PIC X(40) VALUE SPACES.
            05  WS-DISPOSITION              PIC X(01) VALUE SPACES.

       01  WS-CURRENT-DATE.
            05  WS-CD-YYYYMMDD              PIC X(08).
            05  WS-CD-REST                  PIC X(13).

       01  TITLE-1.
            05  PIC X(25) VALUE ALL SPACES.
            05  PIC X(26) VALUE "TAPE FILE INTEGRITY SWEEP".
            05  PIC X(06) VALUE "AS OF ".
            05  T1-DATE                     PIC X(08).

       01  HEADER-1.
            05  PIC X(07) VALUE "SEVRTY".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(20) VALUE "ARTIST".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(20) VALUE "TITLE".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(02) VALUE "CP".
            05  PIC X(02) VALUE ALL SPACES.
            05  PIC X(40) VALUE "BREAK".

       01  HEADER-DASHES.
            05  PIC X(07) VALUE ALL "-".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(20) VALUE ALL "-".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(20) VALUE ALL "-".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(02) VALUE ALL "-".
            05  PIC X(02) VALUE ALL SPACES.
            05  PIC X(40) VALUE ALL "-".

       01  DETAIL-LINE.
            05  DL-SEVERITY                 PIC X(07).
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-ARTIST                   PIC X(20).
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-TITLE                    PIC X(20).
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-COPY                     PIC X(02).
            05  PIC X(02) VALUE ALL SPACES.
            05  DL-BREAK                    PIC X(46).

       01  WS-BREAK-TEXT.
            05  WB-TEXT                     PIC X(28).
            05  WB-DATE                     PIC X(08).
            05  PIC X(01) VALUE ALL SPACES.
            05  WB-BATCH                    PIC X(06).

       01  SUMMARY-HEADER.
            05  PIC X(36) VALUE "CLASS".
            05  PIC X(08) VALUE "SEVRTY".
            05  PIC X(06) VALUE " COUNT".

       01  SUMMARY-LINE.
            05  SL-LABEL                    PIC X(36).
            05  SL-SEVERITY                 PIC X(08).
            05  SL-COUNT                    PIC ZZ,ZZ9.

       01  RESULT-LINE.
            05  RL-MESSAGE                  PIC X(60).

       PROCEDURE DIVISION.

       00000-MAIN.
            PERFORM OB1000-SETUP.

            IF NOT WS-FAILED
                PERFORM OB2000-CHECK-LOANS
                PERFORM OB2100-CHECK-RESERVATIONS
                PERFORM OB2200-CHECK-ARCHIVE
                PERFORM OB2300-CHECK-SUSPENSE
            END-IF.

            PERFORM OB3000-WRAPUP.

            GOBACK.

       OB1000-SETUP.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
            MOVE WS-CD-YYYYMMDD TO T1-DATE.

            OPEN OUTPUT INTEGRITY-REPORT.
            WRITE INTEGRITY-REPORT-REC FROM TITLE-1.
            WRITE INTEGRITY-REPORT-REC FROM HEADER-1
                AFTER ADVANCING 2 LINES.
            WRITE INTEGRITY-REPORT-REC FROM HEADER-DASHES
                AFTER ADVANCING 1 LINE.

      *> Every check is against the master, so without it there is
      *> nothing to sweep and the chain must not carry on as if the
      *> files agreed.
            OPEN INPUT MASTER-TAPE.
            IF WS-MASTER-STATUS NOT = "00"
                MOVE "NO MASTER FILE - CANNOT CHECK INTEGRITY"
                    TO RL-MESSAGE
                PERFORM OE1000-WRITE-FAILURE
            ELSE
                MOVE "Y" TO WS-MASTER-OPEN-SW
                OPEN INPUT LOAN-FILE
                IF WS-LOAN-STATUS = "00"
                    MOVE "Y" TO WS-LOAN-AVAIL-SW
                END-IF
            END-IF.

       OB2000-CHECK-LOANS.
      *> A loan whose tape is no longer on the master is out to a
      *> borrower against nothing - overdue and collection reports
      *> would chase a tape the house no longer owns.
            IF WS-LOAN-AVAIL
                PERFORM OC1000-READ-LOAN
                PERFORM OD1000-CHECK-LOAN
                    UNTIL EOF-LOAN
            END-IF.

       OC1000-READ-LOAN.
            READ LOAN-FILE NEXT
                AT END MOVE "Y" TO EOF-LOAN-SW.

       OD1000-CHECK-LOAN.
            MOVE LN-KEY TO TM-KEY.
            READ MASTER-TAPE
                INVALID KEY
                    MOVE LN-ARTIST      TO DL-ARTIST
                    MOVE LN-TITLE       TO DL-TITLE
                    MOVE LN-COPY        TO DL-COPY
                    MOVE "LOAN - TAPE NOT ON MASTER" TO WB-TEXT
                    MOVE LN-LOAN-DATE   TO WB-DATE
                    MOVE SPACES         TO WB-BATCH
                    PERFORM OE2000-WRITE-SERIOUS
                    ADD 1 TO WS-LOAN-ORPHAN-COUNT
            END-READ.

            PERFORM OC1000-READ-LOAN.

       OB2100-CHECK-RESERVATIONS.
      *> A reservation is for a title, not a copy, so it is only a
      *> break when no copy of the title is left at all; the queue
      *> can then never be filled.
            OPEN INPUT RSRV-FILE.
            IF WS-RSRV-STATUS = "00"
                PERFORM OC2000-READ-RSRV
                PERFORM OD2000-CHECK-RSRV
                    UNTIL EOF-RSRV
                CLOSE RSRV-FILE
            END-IF.

       OC2000-READ-RSRV.
            READ RSRV-FILE
                AT END MOVE "Y" TO EOF-RSRV-SW.

       OD2000-CHECK-RSRV.
            IF RS-KEY (1:40) NOT = WS-PREV-RSRV-TITLE
                MOVE RS-KEY (1:40)  TO WS-PREV-RSRV-TITLE
                PERFORM OD2100-FIND-TITLE
            END-IF.

            IF NOT WS-TITLE-HELD
                MOVE RS-ARTIST      TO DL-ARTIST
                MOVE RS-TITLE       TO DL-TITLE
                MOVE SPACES         TO DL-COPY
                MOVE "RESERVED - NO COPY ON MASTER" TO WB-TEXT
                MOVE RS-RESERVE-DATE TO WB-DATE
                MOVE RS-NAME        TO WB-BATCH
                PERFORM OE2100-WRITE-WARNING
                ADD 1 TO WS-RSRV-ORPHAN-COUNT
            END-IF.

            PERFORM OC2000-READ-RSRV.

       OD2100-FIND-TITLE.
            MOVE "N"            TO WS-TITLE-HELD-SW.
            MOVE RS-ARTIST      TO TM-ARTIST.
            MOVE RS-TITLE       TO TM-TITLE.
            MOVE LOW-VALUES     TO TM-COPY.

            START MASTER-TAPE KEY >= TM-KEY
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    READ MASTER-TAPE NEXT
                        AT END
                            CONTINUE
                        NOT AT END
                            IF TM-ARTIST = RS-ARTIST
                                    AND TM-TITLE = RS-TITLE
                                MOVE "Y" TO WS-TITLE-HELD-SW
                            END-IF
                    END-READ
            END-START.

       OB2200-CHECK-ARCHIVE.
            OPEN INPUT ARCHIVE-FILE.
            IF WS-ARCHIVE-STATUS = "00"
                PERFORM OC3000-READ-ARCHIVE
                PERFORM OD3000-CHECK-DISPOSAL
                    UNTIL EOF-ARCHIVE
                CLOSE ARCHIVE-FILE
            END-IF.

            IF WS-DSP-COUNT > ZERO
                MOVE "N" TO EOF-JOURNAL-SW
                OPEN INPUT AUDIT-JOURNAL
                IF WS-JOURNAL-STATUS = "00"
                    PERFORM OC5000-READ-JOURNAL
                    PERFORM OD3200-MATCH-REISSUE
                        UNTIL EOF-JOURNAL
                    CLOSE AUDIT-JOURNAL
                END-IF
                PERFORM OD3300-REPORT-DISPOSED
                    VARYING WS-DSP-IX FROM 1 BY 1
                    UNTIL WS-DSP-IX > WS-DSP-COUNT
            END-IF.

       OC3000-READ-ARCHIVE.
            READ ARCHIVE-FILE
                AT END MOVE "Y" TO EOF-ARCHIVE-SW.

       OD3000-CHECK-DISPOSAL.
      *> A disposed key that is no longer on the master is as it
      *> should be, apart from any loan still held against it. One
      *> that is back on the master is held for the journal pass.
            MOVE AR-KEY TO TM-KEY.
            READ MASTER-TAPE
                INVALID KEY
                    MOVE AR-ARTIST      TO DL-ARTIST
                    MOVE AR-TITLE       TO DL-TITLE
                    MOVE AR-COPY        TO DL-COPY
                    MOVE AR-SALE-DATE   TO WB-DATE
                    MOVE SPACES         TO WB-BATCH
                    MOVE AR-KEY         TO LN-KEY
                    MOVE AR-DISPOSITION TO WS-DISPOSITION
                    PERFORM OD3500-CHECK-DISPOSED-LOAN
                NOT INVALID KEY
                    PERFORM OD3100-TABLE-DISPOSED
            END-READ.

            PERFORM OC3000-READ-ARCHIVE.

       OD3100-TABLE-DISPOSED.
            IF WS-DSP-COUNT < 500
                ADD 1 TO WS-DSP-COUNT
                MOVE AR-KEY          TO WSD-KEY(WS-DSP-COUNT)
                MOVE AR-SALE-DATE    TO WSD-SALE-DATE(WS-DSP-COUNT)
                MOVE AR-RUN-DATE     TO WSD-RUN-DATE(WS-DSP-COUNT)
                MOVE AR-DISPOSITION  TO WSD-DISPOSITION(WS-DSP-COUNT)
                MOVE "N"             TO WSD-DISPOSED-SW(WS-DSP-COUNT)
                MOVE "N"             TO WSD-REISSUED-SW(WS-DSP-COUNT)
            ELSE
                MOVE "ARCHIVE KEYS ON MASTER OVERFLOW CHECK TABLE"
                    TO RL-MESSAGE
                PERFORM OE1000-WRITE-FAILURE
                MOVE "Y" TO EOF-ARCHIVE-SW
            END-IF.

       OD3200-MATCH-REISSUE.
      *> An add with no copy number files as the highest copy on hand
      *> plus one, so once the top copy of a title is sold or lost
      *> its number is handed to the next copy added, whatever
      *> acquisition date was keyed for it. The key counts as reissued
      *> when the journal shows an add ("A", or "I" in from the music
      *> master) for it after the disposal: after the sale or loss
      *> entry journaled on the archive run date, or on any later run
      *> date if that entry is no longer on the journal.
            PERFORM OD3250-MATCH-DISPOSED-KEY
                VARYING WS-DSP-IX FROM 1 BY 1
                UNTIL WS-DSP-IX > WS-DSP-COUNT.

            PERFORM OC5000-READ-JOURNAL.

       OD3250-MATCH-DISPOSED-KEY.
            IF (AJ-TRAN-CODE = "S" OR AJ-TRAN-CODE = "L")
                    AND AJ-B-ARTIST = WSD-ARTIST(WS-DSP-IX)
                    AND AJ-B-TITLE = WSD-TITLE(WS-DSP-IX)
                    AND AJ-B-COPY = WSD-COPY(WS-DSP-IX)
                    AND AJ-RUN-DATE = WSD-RUN-DATE(WS-DSP-IX)
                MOVE "Y" TO WSD-DISPOSED-SW(WS-DSP-IX)
            END-IF.

            IF (AJ-TRAN-CODE = "A" OR AJ-TRAN-CODE = "I")
                    AND AJ-A-ARTIST = WSD-ARTIST(WS-DSP-IX)
                    AND AJ-A-TITLE = WSD-TITLE(WS-DSP-IX)
                    AND AJ-A-COPY = WSD-COPY(WS-DSP-IX)
                    AND (WSD-DISPOSED-SW(WS-DSP-IX) = "Y"
                        OR AJ-RUN-DATE > WSD-RUN-DATE(WS-DSP-IX))
                MOVE "Y" TO WSD-REISSUED-SW(WS-DSP-IX)
            END-IF.

       OD3300-REPORT-DISPOSED.
      *> With no add journaled after the disposal the delete never
      *> happened and the tape is on both files.
            MOVE WSD-ARTIST(WS-DSP-IX)      TO DL-ARTIST.
            MOVE WSD-TITLE(WS-DSP-IX)       TO DL-TITLE.
            MOVE WSD-COPY(WS-DSP-IX)        TO DL-COPY.
            MOVE WSD-SALE-DATE(WS-DSP-IX)   TO WB-DATE.
            MOVE SPACES                     TO WB-BATCH.

            IF WSD-REISSUED-SW(WS-DSP-IX) = "Y"
                MOVE "INFO"     TO DL-SEVERITY
                MOVE "KEY REISSUED AFTER DISPOSAL" TO WB-TEXT
                MOVE WS-BREAK-TEXT TO DL-BREAK
                PERFORM OE3000-WRITE-DETAIL
                ADD 1 TO WS-REISSUED-COUNT
            ELSE
                MOVE "ON MASTER AND ARCHIVE" TO WB-TEXT
                PERFORM OE2000-WRITE-SERIOUS
                ADD 1 TO WS-BOTH-FILES-COUNT
                MOVE WSD-KEY(WS-DSP-IX)         TO LN-KEY
                MOVE WSD-DISPOSITION(WS-DSP-IX) TO WS-DISPOSITION
                PERFORM OD3500-CHECK-DISPOSED-LOAN
            END-IF.

       OD3500-CHECK-DISPOSED-LOAN.
      *> A disposal closes any loan on the tape, so a loan still on
      *> file for a disposed key is a break - unless the key has been
      *> reissued and the loan is on the new tape.
            IF WS-LOAN-AVAIL
                READ LOAN-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF WS-DISPOSITION = "L"
                            MOVE "LOAN - TAPE ARCHIVED AS LOST"
                                TO WB-TEXT
                        ELSE
                            MOVE "LOAN - TAPE ARCHIVED AS SOLD"
                                TO WB-TEXT
                        END-IF
                        PERFORM OE2000-WRITE-SERIOUS
                        ADD 1 TO WS-LOAN-ARCHIVED-COUNT
                END-READ
            END-IF.

       OB2300-CHECK-SUSPENSE.
      *> A suspense item whose key and transaction code were applied
      *> by some batch run on or after the day it was rejected has
      *> evidently been re-keyed by hand; resubmitting it through
      *> TAPE-CORRECTION would apply it twice.
            OPEN INPUT SUSPENSE-FILE.
            IF WS-SUSPENSE-STATUS = "00"
                PERFORM OC4000-READ-SUSPENSE
                PERFORM OC4100-TABLE-SUSPENSE
                    UNTIL EOF-SUSPENSE
                CLOSE SUSPENSE-FILE
            END-IF.

            IF WS-SUS-COUNT > ZERO
                MOVE "N" TO EOF-JOURNAL-SW
                OPEN INPUT AUDIT-JOURNAL
                IF WS-JOURNAL-STATUS = "00"
                    PERFORM OC5000-READ-JOURNAL
                    PERFORM OD5000-MATCH-JOURNAL
                        UNTIL EOF-JOURNAL
                    CLOSE AUDIT-JOURNAL
                END-IF
                PERFORM OD5500-REPORT-APPLIED
                    VARYING WS-SUS-IX FROM 1 BY 1
                    UNTIL WS-SUS-IX > WS-SUS-COUNT
            END-IF.

       OC4000-READ-SUSPENSE.
            READ SUSPENSE-FILE
                AT END MOVE "Y" TO EOF-SUSPENSE-SW.

       OC4100-TABLE-SUSPENSE.
      *> The copy is resolved the way TAPE-MAINTENANCE resolves it:
      *> blank means "01", except on an add where it means whatever
      *> slot came free, so any copy matches.
            IF WS-SUS-COUNT < 500
                ADD 1 TO WS-SUS-COUNT
                MOVE SU-REJECT-DATE  TO WSS-REJECT-DATE(WS-SUS-COUNT)
                MOVE SU-BATCH-NUMBER TO WSS-BATCH-NUMBER(WS-SUS-COUNT)
                MOVE SU-TRAN-CODE    TO WSS-TRAN-CODE(WS-SUS-COUNT)
                MOVE SU-ARTIST       TO WSS-ARTIST(WS-SUS-COUNT)
                MOVE SU-TITLE        TO WSS-TITLE(WS-SUS-COUNT)
                MOVE SU-COPY         TO WSS-COPY(WS-SUS-COUNT)
                IF SU-COPY = SPACES AND SU-TRAN-CODE NOT = "A"
                    MOVE "01"        TO WSS-COPY(WS-SUS-COUNT)
                END-IF
                MOVE SPACES         TO WSS-APPLIED-DATE(WS-SUS-COUNT)
            ELSE
                MOVE "SUSPENSE FILE OVERFLOWS CHECK TABLE"
                    TO RL-MESSAGE
                PERFORM OE1000-WRITE-FAILURE
                MOVE "Y" TO EOF-SUSPENSE-SW
            END-IF.

            PERFORM OC4000-READ-SUSPENSE.

       OC5000-READ-JOURNAL.
            READ AUDIT-JOURNAL
                AT END MOVE "Y" TO EOF-JOURNAL-SW.

       OD5000-MATCH-JOURNAL.
      *> An add journals only its after-image and a delete, sale or
      *> loss only its before-image; the key comes from whichever
      *> side is filled.
            IF AJ-AFTER-IMAGE = SPACES
                MOVE AJ-B-ARTIST    TO WSJ-ARTIST
                MOVE AJ-B-TITLE     TO WSJ-TITLE
                MOVE AJ-B-COPY      TO WSJ-COPY
            ELSE
                MOVE AJ-A-ARTIST    TO WSJ-ARTIST
                MOVE AJ-A-TITLE     TO WSJ-TITLE
                MOVE AJ-A-COPY      TO WSJ-COPY
            END-IF.

            PERFORM VARYING WS-SUS-IX FROM 1 BY 1
                    UNTIL WS-SUS-IX > WS-SUS-COUNT
                IF WSS-APPLIED-DATE(WS-SUS-IX) = SPACES
                        AND WSS-TRAN-CODE(WS-SUS-IX) = AJ-TRAN-CODE
                        AND WSS-ARTIST(WS-SUS-IX) = WSJ-ARTIST
                        AND WSS-TITLE(WS-SUS-IX) = WSJ-TITLE
                        AND (WSS-COPY(WS-SUS-IX) = WSJ-COPY
                            OR WSS-COPY(WS-SUS-IX) = SPACES)
                        AND AJ-RUN-DATE NOT < WSS-REJECT-DATE(WS-SUS-IX)
                    MOVE AJ-RUN-DATE TO WSS-APPLIED-DATE(WS-SUS-IX)
                END-IF
            END-PERFORM.

            PERFORM OC5000-READ-JOURNAL.

       OD5500-REPORT-APPLIED.
            IF WSS-APPLIED-DATE(WS-SUS-IX) NOT = SPACES
                MOVE WSS-ARTIST(WS-SUS-IX)      TO DL-ARTIST
                MOVE WSS-TITLE(WS-SUS-IX)       TO DL-TITLE
                MOVE WSS-COPY(WS-SUS-IX)        TO DL-COPY
                MOVE "SUSPENSE ITEM SINCE APPLIED" TO WB-TEXT
                MOVE WSS-APPLIED-DATE(WS-SUS-IX) TO WB-DATE
                MOVE WSS-BATCH-NUMBER(WS-SUS-IX) TO WB-BATCH
                PERFORM OE2100-WRITE-WARNING
                ADD 1 TO WS-SUSP-APPLIED-COUNT
            END-IF.

       OE2000-WRITE-SERIOUS.
            MOVE "SERIOUS"          TO DL-SEVERITY.
            MOVE WS-BREAK-TEXT      TO DL-BREAK.
            PERFORM OE3000-WRITE-DETAIL.
            ADD 1 TO WS-SERIOUS-COUNT.

       OE2100-WRITE-WARNING.
            MOVE "WARNING"          TO DL-SEVERITY.
            MOVE WS-BREAK-TEXT      TO DL-BREAK.
            PERFORM OE3000-WRITE-DETAIL.
            ADD 1 TO WS-WARNING-COUNT.

       OE3000-WRITE-DETAIL.
            WRITE INTEGRITY-REPORT-REC FROM DETAIL-LINE
                AFTER ADVANCING 1 LINE.

       OB3000-WRAPUP.
            MOVE SPACES TO INTEGRITY-REPORT-REC.
            WRITE INTEGRITY-REPORT-REC
                AFTER ADVANCING 1 LINE.
            WRITE INTEGRITY-REPORT-REC FROM SUMMARY-HEADER
                AFTER ADVANCING 1 LINE.

            MOVE "LOANS NOT ON MASTER:"         TO SL-LABEL.
            MOVE "SERIOUS"                      TO SL-SEVERITY.
            MOVE WS-LOAN-ORPHAN-COUNT           TO SL-COUNT.
            PERFORM OE4000-WRITE-SUMMARY.

            MOVE "LOANS ON ARCHIVED TAPES:"     TO SL-LABEL.
            MOVE "SERIOUS"                      TO SL-SEVERITY.
            MOVE WS-LOAN-ARCHIVED-COUNT         TO SL-COUNT.
            PERFORM OE4000-WRITE-SUMMARY.

            MOVE "KEYS ON MASTER AND ARCHIVE:"  TO SL-LABEL.
            MOVE "SERIOUS"                      TO SL-SEVERITY.
            MOVE WS-BOTH-FILES-COUNT            TO SL-COUNT.
            PERFORM OE4000-WRITE-SUMMARY.

            MOVE "RESERVATIONS WITH NO COPY:"   TO SL-LABEL.
            MOVE "WARNING"                      TO SL-SEVERITY.
            MOVE WS-RSRV-ORPHAN-COUNT           TO SL-COUNT.
            PERFORM OE4000-WRITE-SUMMARY.

            MOVE "SUSPENSE ITEMS SINCE APPLIED:" TO SL-LABEL.
            MOVE "WARNING"                      TO SL-SEVERITY.
            MOVE WS-SUSP-APPLIED-COUNT          TO SL-COUNT.
            PERFORM OE4000-WRITE-SUMMARY.

            MOVE "KEYS REISSUED AFTER DISPOSAL:" TO SL-LABEL.
            MOVE "INFO"                         TO SL-SEVERITY.
            MOVE WS-REISSUED-COUNT              TO SL-COUNT.
            PERFORM OE4000-WRITE-SUMMARY.

      *> NIGHTLY-DRIVER holds the chain on any non-zero return code,
      *> so warnings are reported but leave the step clean; only
      *> serious breaks fail it and keep the downstream reports from
      *> printing figures built on files that disagree.
            IF WS-SERIOUS-COUNT > ZERO
                MOVE "SERIOUS BREAKS FOUND - DOWNSTREAM STEPS HELD"
                    TO RL-MESSAGE
                PERFORM OE1000-WRITE-FAILURE
            END-IF.

            IF WS-LOAN-AVAIL
                CLOSE LOAN-FILE
            END-IF.
            IF WS-MASTER-OPEN
                CLOSE MASTER-TAPE
            END-IF.
            CLOSE INTEGRITY-REPORT.

       OE4000-WRITE-SUMMARY.
            WRITE INTEGRITY-REPORT-REC FROM SUMMARY-LINE
                AFTER ADVANCING 1 LINE.

       OE1000-WRITE-FAILURE.
            WRITE INTEGRITY-REPORT-REC FROM RESULT-LINE
                AFTER ADVANCING 2 LINES.
            MOVE "Y" TO WS-FAILED-SW.
            MOVE 8 TO RETURN-CODE.
