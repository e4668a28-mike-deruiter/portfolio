       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTORY-RETENTION.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CONTROL-FILE
                ASSIGN TO "/tmp/history-retention.ctl"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CONTROL-STATUS.
            SELECT BACKUP-LOG
                ASSIGN TO "/tmp/tape-backup-log"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LOG-STATUS.
            SELECT LIVE-FILE
                ASSIGN TO WS-LIVE-FILENAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LIVE-STATUS.
            SELECT ARCHIVE-FILE
                ASSIGN TO WS-ARCHIVE-FILENAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ARCHIVE-STATUS.
            SELECT WORK-FILE
                ASSIGN TO "/tmp/history-retention.wrk"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-WORK-STATUS.
            SELECT RETENTION-TOTALS
                ASSIGN TO "/tmp/history-retention-totals"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TOTALS-STATUS.
            SELECT RETENTION-REPORT
                ASSIGN TO "/tmp/history-retention-report"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      *> One card per history file to be trimmed: the file's name as
      *> listed in WS-FILE-TABLE and how much of it to keep. For the
      *> dated files the keep period is a number of days back from
      *> today; the batch-control files carry no date, so for those
      *> it is the number of most recent batch numbers to keep. A
      *> file with no card is left alone.
       FD  CONTROL-FILE.
       01  RETENTION-CTL-REC.
            05  RC-FILE-ID                  PIC X(10).
            05  RC-KEEP-PERIOD              PIC 9(05).
            05  RC-KEEP-PERIOD-X REDEFINES RC-KEEP-PERIOD
                                            PIC X(05).

       FD  BACKUP-LOG.
       COPY BKUPLOG.

      *> Every history file is line sequential, so one generic record
      *> serves to copy any of them; the journal layouts are laid over
      *> it where the purged value totals are taken, and the
      *> valuation layout where the last tape valuation is carried.
       FD  LIVE-FILE.
       01  LIVE-REC                         PIC X(200).
       COPY TAPEAUDT.
       COPY MUSCAUDT.
       COPY VALHIST.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC                      PIC X(200).

       FD  WORK-FILE.
       01  WORK-REC                         PIC X(200).

       FD  RETENTION-TOTALS.
       COPY RETNTOTL.

       FD  RETENTION-REPORT.
       01  RETENTION-REPORT-REC             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
            05  WS-CONTROL-STATUS           PIC X(02) VALUE "00".
            05  WS-LOG-STATUS               PIC X(02) VALUE "00".
            05  WS-LIVE-STATUS              PIC X(02) VALUE "00".
            05  WS-ARCHIVE-STATUS           PIC X(02) VALUE "00".
            05  WS-WORK-STATUS              PIC X(02) VALUE "00".
            05  WS-TOTALS-STATUS            PIC X(02) VALUE "00".

       01  WS-SWITCHES.
            05  EOF-CONTROL-SW              PIC X VALUE "N".
                88  EOF-CONTROL                   VALUE "Y".
            05  EOF-LOG-SW                  PIC X VALUE "N".
                88  EOF-LOG                       VALUE "Y".
            05  EOF-LIVE-SW                 PIC X VALUE "N".
                88  EOF-LIVE                      VALUE "Y".
            05  EOF-WORK-SW                 PIC X VALUE "N".
                88  EOF-WORK                      VALUE "Y".
            05  WS-FAILED-SW                PIC X VALUE "N".
                88  WS-FAILED                     VALUE "Y".
            05  WS-CARD-OK-SW               PIC X VALUE "Y".
                88  WS-CARD-OK                    VALUE "Y".
            05  WS-ARCHIVE-OPEN-SW          PIC X VALUE "N".
                88  WS-ARCHIVE-OPEN               VALUE "Y".
            05  WS-HELD-SW                  PIC X VALUE "N".
                88  WS-HELD-AT-BACKUP             VALUE "Y".
            05  WS-PURGE-SW                 PIC X VALUE "N".
                88  WS-PURGE-RECORD               VALUE "Y".

      *> The history files this run knows how to trim: card name,
      *> path, the position of the date each record is aged by, and
      *> "D" for a dated file or "C" for one trimmed by count.
       01  WS-FILE-CONTROL.
            05  WS-FILE-IX                  PIC 9(02) VALUE ZERO.
            05  WS-FILE-MAX                 PIC 9(02) VALUE 7.
            05  WS-FILE-TABLE.
                10  PIC X(10) VALUE "TAPEJRNL".
                10  PIC X(40) VALUE "/tmp/tape-audit-journal".
                10  PIC 9(03) VALUE 001.
                10  PIC X(01) VALUE "D".
                10  PIC X(10) VALUE "MUSICJRNL".
                10  PIC X(40) VALUE "/tmp/music-audit-journal".
                10  PIC 9(03) VALUE 001.
                10  PIC X(01) VALUE "D".
      *> A loan is aged from the day the tape came back.
                10  PIC X(10) VALUE "LOANHIST".
                10  PIC X(40) VALUE "/tmp/LOANS.HIST".
                10  PIC 9(03) VALUE 079.
                10  PIC X(01) VALUE "D".
                10  PIC X(10) VALUE "VALHIST".
                10  PIC X(40) VALUE "/tmp/valuation-history".
                10  PIC 9(03) VALUE 001.
                10  PIC X(01) VALUE "D".
                10  PIC X(10) VALUE "RUNLOG".
                10  PIC X(40) VALUE "/tmp/nightly-run-log".
                10  PIC 9(03) VALUE 001.
                10  PIC X(01) VALUE "D".
                10  PIC X(10) VALUE "TAPEBATCH".
                10  PIC X(40) VALUE "/tmp/tape-batch-control".
                10  PIC 9(03) VALUE ZERO.
                10  PIC X(01) VALUE "C".
                10  PIC X(10) VALUE "MUSICBATCH".
                10  PIC X(40) VALUE "/tmp/music-batch-control".
                10  PIC 9(03) VALUE ZERO.
                10  PIC X(01) VALUE "C".
            05  WS-FILE-ENTRIES REDEFINES WS-FILE-TABLE
                    OCCURS 7 TIMES.
                10  WS-FILE-ID              PIC X(10).
                10  WS-FILE-PATH            PIC X(40).
                10  WS-FILE-DATE-POS        PIC 9(03).
                10  WS-FILE-AGE-BY          PIC X(01).
                    88  WS-AGE-BY-DATE            VALUE "D".

       01  WS-LIVE-FILENAME                 PIC X(40) VALUE SPACES.
       01  WS-ARCHIVE-FILENAME              PIC X(50) VALUE SPACES.

       01  WS-CURRENT-DATE.
            05  WS-CD-YYYYMMDD              PIC X(08).
            05  WS-CD-REST                  PIC X(13).

       01  WS-DATE-FIELDS.
            05  WS-DATE-9                   PIC 9(08) VALUE ZERO.
            05  WS-TODAY-INT                PIC 9(07) VALUE ZERO.
            05  WS-CUTOFF-DATE              PIC X(08) VALUE SPACES.
            05  WS-REC-DATE                 PIC X(08) VALUE SPACES.
            05  WS-LAST-BACKUP-DATE         PIC X(08) VALUE SPACES.

      *> TAPE-MONTH-END closes the prior month from its opening
      *> valuation and the journal entries dated inside it, so no
      *> dated file is cut past the first of the prior month.
       01  WS-FLOOR-DATE.
            05  WS-FLOOR-YYYY               PIC 9(04).
            05  WS-FLOOR-MM                 PIC 9(02).
            05  WS-FLOOR-DD                 PIC 9(02).

      *> Per-file counts; zeroed for each card.
       01  WS-COUNTERS.
            05  WS-READ-COUNT               PIC 9(07) VALUE ZERO.
            05  WS-PURGED-COUNT             PIC 9(07) VALUE ZERO.
            05  WS-KEPT-COUNT               PIC 9(07) VALUE ZERO.
            05  WS-COPIED-COUNT             PIC 9(07) VALUE ZERO.
            05  WS-PURGE-LIMIT              PIC 9(07) VALUE ZERO.
            05  WS-REJECT-COUNT             PIC 9(05) VALUE ZERO.
            05  WS-FILES-TRIMMED            PIC 9(05) VALUE ZERO.

       01  WS-PURGED-TOTALS.
            05  WS-FIRST-DATE               PIC X(08) VALUE SPACES.
            05  WS-LAST-DATE                PIC X(08) VALUE SPACES.
            05  A-BEFORE-VALUE              PIC 9(09)V99 VALUE ZERO.
            05  A-AFTER-VALUE               PIC 9(09)V99 VALUE ZERO.
            05  WS-CARRIED-DATE             PIC X(08) VALUE SPACES.
            05  WS-CARRIED-VALUE            PIC 9(09)V99 VALUE ZERO.

       01  TITLE-1.
            05  PIC X(25) VALUE ALL SPACES.
            05  PIC X(29) VALUE "HISTORY FILE RETENTION PURGE".
            05  PIC X(06) VALUE "AS OF ".
            05  T1-DATE                     PIC X(08).

       01  BACKUP-LINE.
            05  PIC X(24) VALUE "LAST VERIFIED BACKUP:".
            05  BL-BACKUP-DATE              PIC X(08).

       01  HEADER-1.
            05  PIC X(10) VALUE "FILE".
            05  PIC X(02) VALUE ALL SPACES.
            05  PIC X(06) VALUE "  KEEP".
            05  PIC X(02) VALUE ALL SPACES.
            05  PIC X(08) VALUE "CUTOFF".
            05  PIC X(02) VALUE ALL SPACES.
            05  PIC X(09) VALUE "     READ".
            05  PIC X(02) VALUE ALL SPACES.
            05  PIC X(09) VALUE "   PURGED".
            05  PIC X(02) VALUE ALL SPACES.
            05  PIC X(09) VALUE "     KEPT".

       01  HEADER-DASHES.
            05  PIC X(10) VALUE ALL "-".
            05  PIC X(02) VALUE ALL SPACES.
            05  PIC X(06) VALUE ALL "-".
            05  PIC X(02) VALUE ALL SPACES.
            05  PIC X(08) VALUE ALL "-".
            05  PIC X(02) VALUE ALL SPACES.
            05  PIC X(09) VALUE ALL "-".
            05  PIC X(02) VALUE ALL SPACES.
            05  PIC X(09) VALUE ALL "-".
            05  PIC X(02) VALUE ALL SPACES.
            05  PIC X(09) VALUE ALL "-".

       01  DETAIL-LINE.
            05  DL-FILE-ID                  PIC X(10).
            05  PIC X(02) VALUE ALL SPACES.
            05  DL-KEEP                     PIC ZZ,ZZ9.
            05  PIC X(02) VALUE ALL SPACES.
            05  DL-CUTOFF                   PIC X(08).
            05  PIC X(02) VALUE ALL SPACES.
            05  DL-READ                     PIC Z,ZZZ,ZZ9.
            05  PIC X(02) VALUE ALL SPACES.
            05  DL-PURGED                   PIC Z,ZZZ,ZZ9.
            05  PIC X(02) VALUE ALL SPACES.
            05  DL-KEPT                     PIC Z,ZZZ,ZZ9.

       01  NOTE-LINE.
            05  PIC X(12) VALUE ALL SPACES.
            05  NL-MESSAGE                  PIC X(70).

       01  SUMMARY-LINE.
            05  SL-LABEL                    PIC X(24).
            05  SL-COUNT                    PIC ZZ,ZZ9.

       01  RESULT-LINE.
            05  RL-MESSAGE                  PIC X(60).

       PROCEDURE DIVISION.

       00000-MAIN.
            PERFORM OB1000-SETUP.

            IF NOT WS-FAILED
                PERFORM OC1000-READ-CARD
                PERFORM OB2000-PROCESS-CARD
                    UNTIL EOF-CONTROL OR WS-FAILED
                CLOSE CONTROL-FILE
            END-IF.

            PERFORM OB3000-WRAPUP.

            STOP RUN.

       OB1000-SETUP.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
            MOVE WS-CD-YYYYMMDD TO T1-DATE.
            MOVE WS-CD-YYYYMMDD TO WS-DATE-9.
            COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-9).

            MOVE WS-CD-YYYYMMDD TO WS-FLOOR-DATE.
            IF WS-FLOOR-MM = 1
                MOVE 12 TO WS-FLOOR-MM
                SUBTRACT 1 FROM WS-FLOOR-YYYY
            ELSE
                SUBTRACT 1 FROM WS-FLOOR-MM
            END-IF.
            MOVE 1 TO WS-FLOOR-DD.

            OPEN OUTPUT RETENTION-REPORT.
            WRITE RETENTION-REPORT-REC FROM TITLE-1.

            PERFORM OB1100-FIND-LAST-BACKUP.

            IF WS-LAST-BACKUP-DATE = SPACES
                MOVE "NONE"             TO BL-BACKUP-DATE
            ELSE
                MOVE WS-LAST-BACKUP-DATE TO BL-BACKUP-DATE
            END-IF.
            WRITE RETENTION-REPORT-REC FROM BACKUP-LINE
                AFTER ADVANCING 2 LINES.

            WRITE RETENTION-REPORT-REC FROM HEADER-1
                AFTER ADVANCING 2 LINES.
            WRITE RETENTION-REPORT-REC FROM HEADER-DASHES
                AFTER ADVANCING 1 LINE.

            OPEN INPUT CONTROL-FILE.
            IF WS-CONTROL-STATUS NOT = "00"
                MOVE "NO RETENTION CARDS - NOTHING PURGED"
                    TO RL-MESSAGE
                PERFORM OE1000-WRITE-FAILURE
            END-IF.

       OB1100-FIND-LAST-BACKUP.
      *> The latest backup TAPE-BACKUP proved by reading it back.
      *> TAPE-RECOVER rolls forward from a backup with every journal
      *> entry dated after it, so nothing from that date on may go.
            OPEN INPUT BACKUP-LOG.
            IF WS-LOG-STATUS = "00"
                PERFORM OC1100-READ-BACKUP-LOG
                PERFORM OC1200-NOTE-BACKUP
                    UNTIL EOF-LOG
                CLOSE BACKUP-LOG
            END-IF.

       OC1100-READ-BACKUP-LOG.
            READ BACKUP-LOG
                AT END MOVE "Y" TO EOF-LOG-SW.

       OC1200-NOTE-BACKUP.
            IF BV-BACKUP-DATE IS NUMERIC
                IF WS-LAST-BACKUP-DATE = SPACES
                        OR BV-BACKUP-DATE > WS-LAST-BACKUP-DATE
                    MOVE BV-BACKUP-DATE TO WS-LAST-BACKUP-DATE
                END-IF
            END-IF.

            PERFORM OC1100-READ-BACKUP-LOG.

       OC1000-READ-CARD.
            READ CONTROL-FILE
                AT END MOVE "Y" TO EOF-CONTROL-SW.

       OB2000-PROCESS-CARD.
            MOVE "Y"    TO WS-CARD-OK-SW.
            MOVE "N"    TO WS-HELD-SW.
            MOVE ZERO   TO WS-READ-COUNT WS-PURGED-COUNT WS-KEPT-COUNT
                           WS-COPIED-COUNT WS-PURGE-LIMIT.
            MOVE ZERO   TO A-BEFORE-VALUE A-AFTER-VALUE
                           WS-CARRIED-VALUE.
            MOVE SPACES TO WS-FIRST-DATE WS-LAST-DATE WS-CUTOFF-DATE
                           WS-CARRIED-DATE.

            MOVE RC-FILE-ID TO DL-FILE-ID.
            MOVE ZERO       TO DL-KEEP DL-READ DL-PURGED DL-KEPT.
            MOVE SPACES     TO DL-CUTOFF.

            PERFORM OD1000-CHECK-CARD.

            IF WS-CARD-OK
                PERFORM OD2000-SET-CUTOFF
            END-IF.

            IF WS-CARD-OK
                PERFORM OD3000-TRIM-FILE
            END-IF.

            PERFORM OC1000-READ-CARD.

       OD1000-CHECK-CARD.
            MOVE ZERO TO WS-FILE-IX.
            PERFORM VARYING WS-FILE-IX FROM 1 BY 1
                    UNTIL WS-FILE-IX > WS-FILE-MAX
                       OR WS-FILE-ID (WS-FILE-IX) = RC-FILE-ID
                CONTINUE
            END-PERFORM.

            IF WS-FILE-IX > WS-FILE-MAX
                MOVE "REJECTED - UNKNOWN HISTORY FILE" TO NL-MESSAGE
                PERFORM OE2000-WRITE-REJECT
            ELSE
                IF RC-KEEP-PERIOD-X IS NOT NUMERIC
                        OR RC-KEEP-PERIOD = ZERO
                    MOVE "REJECTED - KEEP PERIOD MISSING OR ZERO"
                        TO NL-MESSAGE
                    PERFORM OE2000-WRITE-REJECT
                ELSE
                    MOVE RC-KEEP-PERIOD TO DL-KEEP
                END-IF
            END-IF.

       OD2000-SET-CUTOFF.
            IF WS-AGE-BY-DATE (WS-FILE-IX)
                IF RC-KEEP-PERIOD NOT < WS-TODAY-INT
                    MOVE "REJECTED - KEEP PERIOD TOO LONG"
                        TO NL-MESSAGE
                    PERFORM OE2000-WRITE-REJECT
                ELSE
                    COMPUTE WS-DATE-9 = FUNCTION DATE-OF-INTEGER
                        (WS-TODAY-INT - RC-KEEP-PERIOD)
                    MOVE WS-DATE-9 TO WS-CUTOFF-DATE
                END-IF
            END-IF.

            IF WS-CARD-OK AND WS-AGE-BY-DATE (WS-FILE-IX)
                    AND WS-CUTOFF-DATE > WS-FLOOR-DATE
                MOVE "REJECTED - KEEP PERIOD CUTS INTO PRIOR MONTH"
                    TO NL-MESSAGE
                PERFORM OE2000-WRITE-REJECT
            END-IF.

      *> The tape journal is never cut past the last verified backup,
      *> whatever the card says; with no verified backup on the log
      *> it is not cut at all.
            IF WS-CARD-OK AND WS-FILE-ID (WS-FILE-IX) = "TAPEJRNL"
                IF WS-LAST-BACKUP-DATE = SPACES
                    MOVE "NOT PURGED - NO VERIFIED TAPE BACKUP ON LOG"
                        TO NL-MESSAGE
                    PERFORM OE2000-WRITE-REJECT
                ELSE
                    IF WS-LAST-BACKUP-DATE < WS-CUTOFF-DATE
                        MOVE WS-LAST-BACKUP-DATE TO WS-CUTOFF-DATE
                        MOVE "Y" TO WS-HELD-SW
                    END-IF
                END-IF
            END-IF.

       OD3000-TRIM-FILE.
            MOVE WS-FILE-PATH (WS-FILE-IX) TO WS-LIVE-FILENAME.
            MOVE SPACES TO WS-ARCHIVE-FILENAME.
            STRING WS-FILE-PATH (WS-FILE-IX)  DELIMITED BY SPACE
                   "."                        DELIMITED BY SIZE
                   WS-CD-YYYYMMDD             DELIMITED BY SIZE
                INTO WS-ARCHIVE-FILENAME.
            MOVE WS-CUTOFF-DATE TO DL-CUTOFF.

      *> A file trimmed by count has to be counted first so the
      *> oldest entries - the ones at the front - can be let go.
            IF NOT WS-AGE-BY-DATE (WS-FILE-IX)
                PERFORM OD3100-COUNT-FILE
            END-IF.

            MOVE "N" TO EOF-LIVE-SW.
            OPEN INPUT LIVE-FILE.
            IF WS-LIVE-STATUS NOT = "00"
                MOVE ZERO TO DL-READ DL-PURGED DL-KEPT
                WRITE RETENTION-REPORT-REC FROM DETAIL-LINE
                    AFTER ADVANCING 1 LINE
                MOVE "FILE NOT PRESENT - NOTHING TO PURGE"
                    TO NL-MESSAGE
                PERFORM OE3000-WRITE-NOTE
            ELSE
                PERFORM OD3200-SPLIT-FILE

                MOVE WS-READ-COUNT   TO DL-READ
                MOVE WS-PURGED-COUNT TO DL-PURGED
                MOVE WS-KEPT-COUNT   TO DL-KEPT
                WRITE RETENTION-REPORT-REC FROM DETAIL-LINE
                    AFTER ADVANCING 1 LINE

                IF WS-HELD-AT-BACKUP
                    MOVE "CUTOFF HELD AT LAST VERIFIED BACKUP"
                        TO NL-MESSAGE
                    PERFORM OE3000-WRITE-NOTE
                END-IF

                IF WS-PURGED-COUNT > ZERO AND NOT WS-FAILED
                    MOVE SPACES TO NL-MESSAGE
                    STRING "ARCHIVED TO "     DELIMITED BY SIZE
                           WS-ARCHIVE-FILENAME DELIMITED BY SPACE
                        INTO NL-MESSAGE
                    PERFORM OE3000-WRITE-NOTE
                    PERFORM OE4000-WRITE-TOTALS
                    ADD 1 TO WS-FILES-TRIMMED
                END-IF
            END-IF.

       OD3100-COUNT-FILE.
            MOVE "N" TO EOF-LIVE-SW.
            OPEN INPUT LIVE-FILE.
            IF WS-LIVE-STATUS = "00"
                PERFORM OC2000-READ-LIVE
                PERFORM OC2100-COUNT-RECORD
                    UNTIL EOF-LIVE
                CLOSE LIVE-FILE
            END-IF.

            IF WS-READ-COUNT > RC-KEEP-PERIOD
                COMPUTE WS-PURGE-LIMIT = WS-READ-COUNT - RC-KEEP-PERIOD
            END-IF.
            MOVE ZERO TO WS-READ-COUNT.

      *> The kept records go to the work file and the purged ones to
      *> the archive. Nothing is written back over the live file
      *> unless every one of them got where it was going.
       OD3200-SPLIT-FILE.
            MOVE "N" TO WS-ARCHIVE-OPEN-SW.
            OPEN OUTPUT WORK-FILE.
            IF WS-WORK-STATUS NOT = "00"
                CLOSE LIVE-FILE
                MOVE SPACES TO RL-MESSAGE
                STRING WS-FILE-ID (WS-FILE-IX)  DELIMITED BY SPACE
                       " WORK FILE WILL NOT OPEN - NOT PURGED"
                                                DELIMITED BY SIZE
                    INTO RL-MESSAGE
                PERFORM OE1000-WRITE-FAILURE
            ELSE
                PERFORM OC2000-READ-LIVE
                PERFORM OD4000-SPLIT-RECORD
                    UNTIL EOF-LIVE
                CLOSE LIVE-FILE
                CLOSE WORK-FILE
                IF WS-ARCHIVE-OPEN
                    CLOSE ARCHIVE-FILE
                END-IF
                IF WS-PURGED-COUNT > ZERO AND NOT WS-FAILED
                    PERFORM OD5000-REPLACE-LIVE
                END-IF
            END-IF.

       OC2000-READ-LIVE.
            READ LIVE-FILE
                AT END MOVE "Y" TO EOF-LIVE-SW.

       OC2100-COUNT-RECORD.
            ADD 1 TO WS-READ-COUNT.
            PERFORM OC2000-READ-LIVE.

       OD4000-SPLIT-RECORD.
      *> A dated record goes if its date is before the cutoff; one
      *> whose date cannot be read is always kept.
            ADD 1 TO WS-READ-COUNT.
            MOVE "N" TO WS-PURGE-SW.

            IF WS-AGE-BY-DATE (WS-FILE-IX)
                MOVE LIVE-REC (WS-FILE-DATE-POS (WS-FILE-IX):8)
                    TO WS-REC-DATE
                IF WS-REC-DATE IS NUMERIC
                        AND WS-REC-DATE < WS-CUTOFF-DATE
                    MOVE "Y" TO WS-PURGE-SW
                END-IF
            ELSE
                MOVE SPACES TO WS-REC-DATE
                IF WS-READ-COUNT NOT > WS-PURGE-LIMIT
                    MOVE "Y" TO WS-PURGE-SW
                END-IF
            END-IF.

            IF WS-PURGE-RECORD AND NOT WS-ARCHIVE-OPEN
                PERFORM OE5100-OPEN-ARCHIVE
            END-IF.

            IF WS-FAILED
                MOVE "Y" TO EOF-LIVE-SW
            ELSE
                IF WS-PURGE-RECORD
                    PERFORM OE5000-WRITE-ARCHIVE
                ELSE
                    WRITE WORK-REC FROM LIVE-REC
                    ADD 1 TO WS-KEPT-COUNT
                END-IF
                PERFORM OC2000-READ-LIVE
            END-IF.

      *> Generations are named for the day of the purge; a second
      *> run the same day adds to that day's generation rather than
      *> overwriting it.
       OE5100-OPEN-ARCHIVE.
            OPEN EXTEND ARCHIVE-FILE.
            IF WS-ARCHIVE-STATUS = "35"
                OPEN OUTPUT ARCHIVE-FILE
                IF WS-ARCHIVE-STATUS = "00"
                    CLOSE ARCHIVE-FILE
                    OPEN EXTEND ARCHIVE-FILE
                END-IF
            END-IF.

            IF WS-ARCHIVE-STATUS = "00"
                MOVE "Y" TO WS-ARCHIVE-OPEN-SW
            ELSE
                MOVE SPACES TO RL-MESSAGE
                STRING WS-FILE-ID (WS-FILE-IX)  DELIMITED BY SPACE
                       " ARCHIVE WILL NOT OPEN - NOT PURGED"
                                                DELIMITED BY SIZE
                    INTO RL-MESSAGE
                PERFORM OE1000-WRITE-FAILURE
            END-IF.

       OE5000-WRITE-ARCHIVE.
            WRITE ARCHIVE-REC FROM LIVE-REC.
            ADD 1 TO WS-PURGED-COUNT.

            IF WS-REC-DATE NOT = SPACES
                IF WS-FIRST-DATE = SPACES
                        OR WS-REC-DATE < WS-FIRST-DATE
                    MOVE WS-REC-DATE TO WS-FIRST-DATE
                END-IF
                IF WS-REC-DATE > WS-LAST-DATE
                    MOVE WS-REC-DATE TO WS-LAST-DATE
                END-IF
            END-IF.

            EVALUATE WS-FILE-ID (WS-FILE-IX)
                WHEN "TAPEJRNL"
                    IF AJ-BEFORE-IMAGE NOT = SPACES
                        ADD AJ-B-VALUE TO A-BEFORE-VALUE
                    END-IF
                    IF AJ-AFTER-IMAGE NOT = SPACES
                        ADD AJ-A-VALUE TO A-AFTER-VALUE
                    END-IF
                WHEN "MUSICJRNL"
                    IF MJ-BEFORE-IMAGE NOT = SPACES
                        ADD MJ-B-VALUE TO A-BEFORE-VALUE
                    END-IF
                    IF MJ-AFTER-IMAGE NOT = SPACES
                        ADD MJ-A-VALUE TO A-AFTER-VALUE
                    END-IF
      *> The history is in run order, so the last tape valuation to
      *> go is the latest one purged.
                WHEN "VALHIST"
                    IF VH-COLLECTION = "TAPES" AND VH-VALUE IS NUMERIC
                        MOVE WS-REC-DATE TO WS-CARRIED-DATE
                        MOVE VH-VALUE    TO WS-CARRIED-VALUE
                    END-IF
            END-EVALUATE.

       OD5000-REPLACE-LIVE.
      *> The kept records go back over the live file and are counted
      *> as they go. If the copy does not come out even the work file
      *> is left in place for the operator to restore from.
            MOVE "N" TO EOF-WORK-SW.
            OPEN INPUT WORK-FILE.
            IF WS-WORK-STATUS NOT = "00"
                MOVE SPACES TO RL-MESSAGE
                STRING WS-FILE-ID (WS-FILE-IX)  DELIMITED BY SPACE
                       " NOT TRIMMED - ARCHIVE HOLDS COPIES"
                                                DELIMITED BY SIZE
                    INTO RL-MESSAGE
                PERFORM OE1000-WRITE-FAILURE
            ELSE
                OPEN OUTPUT LIVE-FILE
                IF WS-LIVE-STATUS NOT = "00"
                    CLOSE WORK-FILE
                    MOVE SPACES TO RL-MESSAGE
                    STRING WS-FILE-ID (WS-FILE-IX)  DELIMITED BY SPACE
                           " NOT TRIMMED - ARCHIVE HOLDS COPIES"
                                                    DELIMITED BY SIZE
                        INTO RL-MESSAGE
                    PERFORM OE1000-WRITE-FAILURE
                ELSE
                    PERFORM OD5100-REWRITE-LIVE
                END-IF
            END-IF.

       OD5100-REWRITE-LIVE.
            PERFORM OC3000-READ-WORK.
            PERFORM OC3100-COPY-BACK
                UNTIL EOF-WORK.

            CLOSE WORK-FILE.
            CLOSE LIVE-FILE.

            IF WS-COPIED-COUNT NOT = WS-KEPT-COUNT
                MOVE SPACES TO RL-MESSAGE
                STRING WS-FILE-ID (WS-FILE-IX)  DELIMITED BY SPACE
                       " REWRITE OUT OF BALANCE - RESTORE FROM WORK"
                                                DELIMITED BY SIZE
                    INTO RL-MESSAGE
                PERFORM OE1000-WRITE-FAILURE
            END-IF.

       OC3000-READ-WORK.
            READ WORK-FILE
                AT END MOVE "Y" TO EOF-WORK-SW.

       OC3100-COPY-BACK.
            WRITE LIVE-REC FROM WORK-REC.
            ADD 1 TO WS-COPIED-COUNT.
            PERFORM OC3000-READ-WORK.

       OE2000-WRITE-REJECT.
            WRITE RETENTION-REPORT-REC FROM DETAIL-LINE
                AFTER ADVANCING 1 LINE.
            PERFORM OE3000-WRITE-NOTE.
            MOVE "N" TO WS-CARD-OK-SW.
            ADD 1 TO WS-REJECT-COUNT.

       OE3000-WRITE-NOTE.
            WRITE RETENTION-REPORT-REC FROM NOTE-LINE
                AFTER ADVANCING 1 LINE.

       OE4000-WRITE-TOTALS.
            OPEN EXTEND RETENTION-TOTALS.
            IF WS-TOTALS-STATUS = "35"
                OPEN OUTPUT RETENTION-TOTALS
                CLOSE RETENTION-TOTALS
                OPEN EXTEND RETENTION-TOTALS
            END-IF.

            MOVE WS-CD-YYYYMMDD          TO RH-RUN-DATE.
            MOVE WS-FILE-ID (WS-FILE-IX) TO RH-FILE-ID.
            MOVE WS-CUTOFF-DATE          TO RH-CUTOFF-DATE.
            MOVE WS-FIRST-DATE           TO RH-FIRST-DATE.
            MOVE WS-LAST-DATE            TO RH-LAST-DATE.
            MOVE WS-PURGED-COUNT         TO RH-PURGED-COUNT.
            MOVE WS-KEPT-COUNT           TO RH-KEPT-COUNT.
            MOVE A-BEFORE-VALUE          TO RH-BEFORE-VALUE.
            MOVE A-AFTER-VALUE           TO RH-AFTER-VALUE.
            MOVE WS-ARCHIVE-FILENAME     TO RH-ARCHIVE-NAME.
            MOVE WS-CARRIED-DATE         TO RH-CARRIED-DATE.
            MOVE WS-CARRIED-VALUE        TO RH-CARRIED-VALUE.
            WRITE RETENTION-TOTALS-REC.

            CLOSE RETENTION-TOTALS.

       OB3000-WRAPUP.
            MOVE "FILES TRIMMED:"   TO SL-LABEL.
            MOVE WS-FILES-TRIMMED   TO SL-COUNT.
            WRITE RETENTION-REPORT-REC FROM SUMMARY-LINE
                AFTER ADVANCING 2 LINES.
            MOVE "CARDS REJECTED:"  TO SL-LABEL.
            MOVE WS-REJECT-COUNT    TO SL-COUNT.
            WRITE RETENTION-REPORT-REC FROM SUMMARY-LINE
                AFTER ADVANCING 1 LINE.

            IF NOT WS-FAILED
                IF WS-REJECT-COUNT > ZERO
                    MOVE "RETENTION COMPLETE - SOME CARDS REJECTED"
                        TO RL-MESSAGE
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE "RETENTION COMPLETE" TO RL-MESSAGE
                END-IF
                WRITE RETENTION-REPORT-REC FROM RESULT-LINE
                    AFTER ADVANCING 2 LINES
            END-IF.

            CLOSE RETENTION-REPORT.

       OE1000-WRITE-FAILURE.
            WRITE RETENTION-REPORT-REC FROM RESULT-LINE
                AFTER ADVANCING 2 LINES.
            MOVE "Y" TO WS-FAILED-SW.
            MOVE 8 TO RETURN-CODE.
