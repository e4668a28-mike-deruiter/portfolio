       IDENTIFICATION DIVISION.
       PROGRAM-ID. SONG-XREF.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT TRACK-FILE
                ASSIGN TO "/tmp/TRACKS.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS TK-KEY
                ALTERNATE RECORD KEY IS TK-SONG WITH DUPLICATES
                FILE STATUS IS WS-TRACK-STATUS.
            SELECT MASTER-TAPE
                ASSIGN TO "/tmp/TAPES.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TM-KEY
                FILE STATUS IS WS-MASTER-STATUS.
            SELECT MASTER-MUSIC
                ASSIGN TO "/tmp/MUSIC.MST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS MM-KEY
                FILE STATUS IS WS-MUSIC-STATUS.
            SELECT XREF-REPORT
                ASSIGN TO "/tmp/song-xref-report"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT SW-TRACK
                ASSIGN TO "SORTWK"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  TRACK-FILE.
       COPY TRAKMSTR.

       FD  MASTER-TAPE.
       COPY TAPEMSTR.

       FD  MASTER-MUSIC.
       COPY MUSCMSTR.

       FD  XREF-REPORT.
       01  XREF-REPORT-REC                  PIC X(110).

      *> Every track regrouped by song title, so a song recorded on
      *> several albums (or the same album held as tape and music)
      *> prints together.
       SD  SW-TRACK.
       01  SW-TRACK-REC.
            05  SW-SONG                     PIC X(30).
            05  SW-ARTIST                   PIC X(20).
            05  SW-TITLE                    PIC X(20).
            05  SW-SIDE                     PIC X(01).
            05  SW-TRACK-NO                 PIC 9(02).
            05  SW-MINUTES                  PIC 9(02).
            05  SW-SECONDS                  PIC 9(02).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
            05  WS-TRACK-STATUS             PIC X(02) VALUE "00".
            05  WS-MASTER-STATUS            PIC X(02) VALUE "00".
            05  WS-MUSIC-STATUS             PIC X(02) VALUE "00".

       01  WS-SWITCHES.
            05  EOF-TRACK-SW                PIC X VALUE "N".
                88  EOF-TRACK                     VALUE "Y".
            05  EOF-SORT-SW                 PIC X VALUE "N".
                88  EOF-SORT                      VALUE "Y".
            05  WS-MASTER-AVAIL-SW          PIC X VALUE "N".
                88  WS-MASTER-AVAIL               VALUE "Y".
            05  WS-MUSIC-AVAIL-SW           PIC X VALUE "N".
                88  WS-MUSIC-AVAIL                VALUE "Y".
            05  WS-COPY-SCAN-SW             PIC X VALUE "N".
                88  WS-COPY-SCAN-DONE             VALUE "Y".

       01  WS-COUNTERS.
            05  WS-SONG-COUNT               PIC 9(05) VALUE ZERO.
            05  WS-TRACK-COUNT              PIC 9(05) VALUE ZERO.
            05  WS-TAPE-HIT-COUNT           PIC 9(05) VALUE ZERO.
            05  WS-MUSIC-HIT-COUNT          PIC 9(05) VALUE ZERO.
            05  WS-UNHELD-COUNT             PIC 9(05) VALUE ZERO.
            05  WS-HOLDINGS                 PIC 9(03) VALUE ZERO.

       01  WS-TEMPORARY.
            05  WS-PREV-SONG                PIC X(30) VALUE SPACES.

       01  TITLE-1.
            05  PIC X(25) VALUE ALL SPACES.
            05  PIC X(25) VALUE "SONG CROSS-REFERENCE".

       01  HEADER-1.
            05  PIC X(30) VALUE "SONG".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(20) VALUE "ARTIST".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(20) VALUE "ALBUM".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(03) VALUE "TRK".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(05) VALUE " TIME".
            05  PIC X(02) VALUE ALL SPACES.
            05  PIC X(20) VALUE "HELD AS".

       01  HEADER-DASHES.
            05  PIC X(30) VALUE ALL "-".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(20) VALUE ALL "-".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(20) VALUE ALL "-".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(03) VALUE ALL "-".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(05) VALUE ALL "-".
            05  PIC X(02) VALUE ALL SPACES.
            05  PIC X(20) VALUE ALL "-".

       01  DETAIL-LINE.
            05  DL-SONG                     PIC X(30).
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-ARTIST                   PIC X(20).
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-TITLE                    PIC X(20).
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-SIDE                     PIC X(01).
            05  DL-TRACK                    PIC 9(02).
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-MINUTES                  PIC Z9.
            05  DL-COLON                    PIC X(01).
            05  DL-SECONDS                  PIC 9(02).
            05  PIC X(02) VALUE ALL SPACES.
            05  DL-HELD                     PIC X(24).

      *> Follow-on lines for a track held in more than one place carry
      *> only the holding, under the first.
       01  HOLDING-LINE.
            05  PIC X(84) VALUE ALL SPACES.
            05  HL-HELD                     PIC X(24).

       01  WS-HELD-TAPE.
            05  PIC X(08) VALUE "TAPE CP ".
            05  WH-COPY                     PIC X(02).
            05  PIC X(07) VALUE " SHELF ".
            05  WH-LOCATION                 PIC X(06).

       01  NONE-LINE.
            05  PIC X(30) VALUE "NO TRACKS LISTED".

       01  SUMMARY-LINE.
            05  SL-LABEL                    PIC X(28).
            05  SL-COUNT                    PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       00000-MAIN.
            SORT SW-TRACK
                ASCENDING SW-SONG,
                          SW-ARTIST,
                          SW-TITLE,
                          SW-SIDE,
                          SW-TRACK-NO
                INPUT PROCEDURE OV1000-RELEASE-TRACKS
                OUTPUT PROCEDURE OA1000-MAINLINE.

            STOP RUN.

       OV1000-RELEASE-TRACKS.
            OPEN INPUT TRACK-FILE.
            IF WS-TRACK-STATUS NOT = "00"
                DISPLAY "SONG-XREF: NO TRACKS FILE (STATUS "
                    WS-TRACK-STATUS ") - NO TRACKS LISTED"
                MOVE "Y" TO EOF-TRACK-SW
            ELSE
                PERFORM OV2000-RELEASE-RECORD
                    UNTIL EOF-TRACK
                CLOSE TRACK-FILE
            END-IF.

       OV2000-RELEASE-RECORD.
            READ TRACK-FILE
                AT END MOVE "Y" TO EOF-TRACK-SW
                NOT AT END
                    MOVE TK-SONG        TO SW-SONG
                    MOVE TK-ARTIST      TO SW-ARTIST
                    MOVE TK-TITLE       TO SW-TITLE
                    MOVE TK-SIDE        TO SW-SIDE
                    MOVE TK-TRACK       TO SW-TRACK-NO
                    MOVE TK-MINUTES     TO SW-MINUTES
                    MOVE TK-SECONDS     TO SW-SECONDS
                    RELEASE SW-TRACK-REC
            END-READ.

       OA1000-MAINLINE.
            PERFORM OB1000-SETUP.
            PERFORM OB2000-PROCESS
                UNTIL EOF-SORT.
            PERFORM OB3000-WRAPUP.

       OB1000-SETUP.
            OPEN OUTPUT XREF-REPORT.

            WRITE XREF-REPORT-REC FROM TITLE-1.
            WRITE XREF-REPORT-REC FROM HEADER-1
                AFTER ADVANCING 2 LINES.
            WRITE XREF-REPORT-REC FROM HEADER-DASHES
                AFTER ADVANCING 1 LINE.

            OPEN INPUT MASTER-TAPE.
            IF WS-MASTER-STATUS = "00"
                MOVE "Y" TO WS-MASTER-AVAIL-SW
            END-IF.
            OPEN INPUT MASTER-MUSIC.
            IF WS-MUSIC-STATUS = "00"
                MOVE "Y" TO WS-MUSIC-AVAIL-SW
            END-IF.

            RETURN SW-TRACK
                AT END MOVE "Y" TO EOF-SORT-SW.

       OB2000-PROCESS.
      *> The song title prints once, on the first track of each
      *> group; the rest of the group hangs under it.
            IF SW-SONG NOT = WS-PREV-SONG
                IF WS-SONG-COUNT > ZERO
                    MOVE SPACES TO XREF-REPORT-REC
                    WRITE XREF-REPORT-REC
                        AFTER ADVANCING 1 LINE
                END-IF
                MOVE SW-SONG        TO DL-SONG
                MOVE SW-SONG        TO WS-PREV-SONG
                ADD 1 TO WS-SONG-COUNT
            ELSE
                MOVE SPACES         TO DL-SONG
            END-IF.

            MOVE SW-ARTIST          TO DL-ARTIST.
            MOVE SW-TITLE           TO DL-TITLE.
            MOVE SW-SIDE            TO DL-SIDE.
            MOVE SW-TRACK-NO        TO DL-TRACK.
            MOVE SW-MINUTES         TO DL-MINUTES.
            MOVE ":"                TO DL-COLON.
            MOVE SW-SECONDS         TO DL-SECONDS.
            MOVE SPACES             TO DL-HELD.
            MOVE ZERO               TO WS-HOLDINGS.

            PERFORM OD1000-LIST-TAPES.
            PERFORM OD2000-LIST-MUSIC.

            IF WS-HOLDINGS = ZERO
                MOVE "** NOT HELD"  TO DL-HELD
                PERFORM OE1000-WRITE-HOLDING
                ADD 1 TO WS-UNHELD-COUNT
            END-IF.

            ADD 1 TO WS-TRACK-COUNT.

            RETURN SW-TRACK
                AT END MOVE "Y" TO EOF-SORT-SW.

       OD1000-LIST-TAPES.
      *> One line per copy on the tape master, with the shelf to pull
      *> it from.
            IF WS-MASTER-AVAIL
                MOVE SW-ARTIST      TO TM-ARTIST
                MOVE SW-TITLE       TO TM-TITLE
                MOVE LOW-VALUES     TO TM-COPY
                MOVE "N"            TO WS-COPY-SCAN-SW
                START MASTER-TAPE KEY >= TM-KEY
                    INVALID KEY
                        MOVE "Y" TO WS-COPY-SCAN-SW
                END-START
                PERFORM OD1100-SCAN-COPY
                    UNTIL WS-COPY-SCAN-DONE
            END-IF.

       OD1100-SCAN-COPY.
            READ MASTER-TAPE NEXT
                AT END
                    MOVE "Y" TO WS-COPY-SCAN-SW
                NOT AT END
                    IF TM-ARTIST = SW-ARTIST AND TM-TITLE = SW-TITLE
                        MOVE TM-COPY        TO WH-COPY
                        MOVE TM-LOCATION    TO WH-LOCATION
                        MOVE WS-HELD-TAPE   TO DL-HELD
                        PERFORM OE1000-WRITE-HOLDING
                        ADD 1 TO WS-TAPE-HIT-COUNT
                    ELSE
                        MOVE "Y" TO WS-COPY-SCAN-SW
                    END-IF
            END-READ.

       OD2000-LIST-MUSIC.
            IF WS-MUSIC-AVAIL
                MOVE SW-ARTIST      TO MM-ARTIST
                MOVE SW-TITLE       TO MM-TITLE
                READ MASTER-MUSIC
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE "MUSIC COLLECTION" TO DL-HELD
                        PERFORM OE1000-WRITE-HOLDING
                        ADD 1 TO WS-MUSIC-HIT-COUNT
                END-READ
            END-IF.

       OE1000-WRITE-HOLDING.
            IF WS-HOLDINGS = ZERO
                WRITE XREF-REPORT-REC FROM DETAIL-LINE
                    AFTER ADVANCING 1 LINE
            ELSE
                MOVE DL-HELD TO HL-HELD
                WRITE XREF-REPORT-REC FROM HOLDING-LINE
                    AFTER ADVANCING 1 LINE
            END-IF.

            ADD 1 TO WS-HOLDINGS.

       OB3000-WRAPUP.
            IF WS-TRACK-COUNT = ZERO
                WRITE XREF-REPORT-REC FROM NONE-LINE
                    AFTER ADVANCING 1 LINE
            END-IF.

            MOVE SPACES TO XREF-REPORT-REC.
            WRITE XREF-REPORT-REC
                AFTER ADVANCING 1 LINE.

            MOVE "SONGS LISTED:"            TO SL-LABEL.
            MOVE WS-SONG-COUNT              TO SL-COUNT.
            WRITE XREF-REPORT-REC FROM SUMMARY-LINE
                AFTER ADVANCING 1 LINE.

            MOVE "TRACKS LISTED:"           TO SL-LABEL.
            MOVE WS-TRACK-COUNT             TO SL-COUNT.
            WRITE XREF-REPORT-REC FROM SUMMARY-LINE
                AFTER ADVANCING 1 LINE.

            MOVE "FOUND ON TAPE COPIES:"    TO SL-LABEL.
            MOVE WS-TAPE-HIT-COUNT          TO SL-COUNT.
            WRITE XREF-REPORT-REC FROM SUMMARY-LINE
                AFTER ADVANCING 1 LINE.

            MOVE "FOUND IN MUSIC COLLECTION:" TO SL-LABEL.
            MOVE WS-MUSIC-HIT-COUNT         TO SL-COUNT.
            WRITE XREF-REPORT-REC FROM SUMMARY-LINE
                AFTER ADVANCING 1 LINE.

            MOVE "TRACKS NO LONGER HELD:"   TO SL-LABEL.
            MOVE WS-UNHELD-COUNT            TO SL-COUNT.
            WRITE XREF-REPORT-REC FROM SUMMARY-LINE
                AFTER ADVANCING 1 LINE.

            IF WS-MASTER-AVAIL
                CLOSE MASTER-TAPE
            END-IF.
            IF WS-MUSIC-AVAIL
                CLOSE MASTER-MUSIC
            END-IF.
            CLOSE XREF-REPORT.
