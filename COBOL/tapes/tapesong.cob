       IDENTIFICATION DIVISION.
       PROGRAM-ID. SONG-INQUIRY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT TRACK-FILE
                ASSIGN TO "/tmp/TRACKS.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
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
            SELECT LOAN-FILE
                ASSIGN TO "/tmp/LOANS.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LN-KEY
                FILE STATUS IS WS-LOAN-STATUS.
            SELECT INQUIRY-FILE
                ASSIGN TO "/tmp/song-inquiry.ctl"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-INQUIRY-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  TRACK-FILE.
       COPY TRAKMSTR.

       FD  MASTER-TAPE.
       COPY TAPEMSTR.

       FD  MASTER-MUSIC.
       COPY MUSCMSTR.

       FD  LOAN-FILE.
       COPY LOANMSTR.

      *> One request card: a song title, or the start of one - every
      *> song beginning with what is keyed is listed.
       FD  INQUIRY-FILE.
       01  INQUIRY-CTL-REC.
            05  SQ-SONG                     PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
            05  WS-TRACK-STATUS             PIC X(02) VALUE "00".
            05  WS-MASTER-STATUS            PIC X(02) VALUE "00".
            05  WS-MUSIC-STATUS             PIC X(02) VALUE "00".
            05  WS-LOAN-STATUS              PIC X(02) VALUE "00".
            05  WS-INQUIRY-STATUS           PIC X(02) VALUE "00".

       01  WS-SWITCHES.
            05  EOF-BROWSE-SW               PIC X VALUE "N".
                88  EOF-BROWSE                    VALUE "Y".
            05  WS-TRACK-OPEN-SW            PIC X VALUE "N".
                88  WS-TRACK-OPEN                 VALUE "Y".
            05  WS-MASTER-AVAIL-SW          PIC X VALUE "N".
                88  WS-MASTER-AVAIL               VALUE "Y".
            05  WS-MUSIC-AVAIL-SW           PIC X VALUE "N".
                88  WS-MUSIC-AVAIL                VALUE "Y".
            05  WS-LOAN-AVAIL-SW            PIC X VALUE "N".
                88  WS-LOAN-AVAIL                 VALUE "Y".
            05  WS-COPY-SCAN-SW             PIC X VALUE "N".
                88  WS-COPY-SCAN-DONE             VALUE "Y".

       01  WS-COUNTERS.
            05  WS-MATCH-COUNT              PIC 9(03) VALUE ZERO.
            05  WS-HOLDINGS                 PIC 9(03) VALUE ZERO.

       01  WS-REQUEST.
            05  WS-REQ-SONG                 PIC X(30) VALUE SPACES.
            05  WS-REQ-LEN                  PIC 9(02) VALUE ZERO.

       01  TRACK-LINE.
            05  TL-SONG                     PIC X(30).
            05  PIC X(01) VALUE ALL SPACES.
            05  TL-ARTIST                   PIC X(20).
            05  PIC X(01) VALUE ALL SPACES.
            05  TL-TITLE                    PIC X(20).
            05  PIC X(01) VALUE ALL SPACES.
            05  TL-SIDE                     PIC X(01).
            05  TL-TRACK                    PIC 9(02).
            05  PIC X(01) VALUE ALL SPACES.
            05  TL-MINUTES                  PIC Z9.
            05  PIC X(01) VALUE ":".
            05  TL-SECONDS                  PIC 9(02).

       01  WHERE-LINE.
            05  PIC X(04) VALUE ALL SPACES.
            05  WL-HELD                     PIC X(17).
            05  PIC X(02) VALUE ALL SPACES.
            05  WL-LOCATION                 PIC X(06).
            05  PIC X(02) VALUE ALL SPACES.
            05  WL-STATUS                   PIC X(40).

       01  WS-TAPE-HELD.
            05  PIC X(08) VALUE "TAPE CP ".
            05  WH-COPY                     PIC X(02).

       01  WS-OUT-STATUS.
            05  PIC X(11) VALUE "ON LOAN TO ".
            05  WO-BORROWER                 PIC X(06).
            05  PIC X(05) VALUE " DUE ".
            05  WO-DUE-DATE                 PIC X(08).

       PROCEDURE DIVISION.

       00000-MAIN.
            PERFORM OB1000-SETUP.
            PERFORM OB2000-INQUIRE.
            PERFORM OB3000-WRAPUP.

            STOP RUN.

       OB1000-SETUP.
            OPEN INPUT INQUIRY-FILE.
            IF WS-INQUIRY-STATUS = "00"
                READ INQUIRY-FILE
                    AT END CONTINUE
                    NOT AT END
                        MOVE SQ-SONG TO WS-REQ-SONG
                END-READ
                CLOSE INQUIRY-FILE
            END-IF.

            IF WS-REQ-SONG = SPACES
                DISPLAY "SONG-INQUIRY: PUT A SONG TITLE (OR THE START "
                    "OF ONE) ON /tmp/song-inquiry.ctl"
                MOVE "Y" TO EOF-BROWSE-SW
            ELSE
                COMPUTE WS-REQ-LEN = FUNCTION LENGTH(
                    FUNCTION TRIM(WS-REQ-SONG TRAILING))
                OPEN INPUT TRACK-FILE
                IF WS-TRACK-STATUS NOT = "00"
                    DISPLAY "SONG-INQUIRY: NO TRACKS FILE (STATUS "
                        WS-TRACK-STATUS ") - RUN TRACK-MAINTENANCE "
                        "FIRST"
                    MOVE "Y" TO EOF-BROWSE-SW
                ELSE
                    MOVE "Y" TO WS-TRACK-OPEN-SW
                    PERFORM OC0500-OPEN-HOLDINGS
                END-IF
            END-IF.

       OC0500-OPEN-HOLDINGS.
      *> Any of these may be missing; the lookup still says what it
      *> can.
            OPEN INPUT MASTER-TAPE.
            IF WS-MASTER-STATUS = "00"
                MOVE "Y" TO WS-MASTER-AVAIL-SW
            END-IF.
            OPEN INPUT MASTER-MUSIC.
            IF WS-MUSIC-STATUS = "00"
                MOVE "Y" TO WS-MUSIC-AVAIL-SW
            END-IF.
            OPEN INPUT LOAN-FILE.
            IF WS-LOAN-STATUS = "00"
                MOVE "Y" TO WS-LOAN-AVAIL-SW
            END-IF.

       OB2000-INQUIRE.
            IF EOF-BROWSE
                CONTINUE
            ELSE
                DISPLAY "SONG                           ARTIST        "
                    "       ALBUM                TRK  TIME"
                PERFORM OC1000-BROWSE-SONG

                IF WS-MATCH-COUNT = ZERO
                    DISPLAY "NO TRACKS ON FILE FOR THIS SONG"
                END-IF
            END-IF.

       OC1000-BROWSE-SONG.
            MOVE WS-REQ-SONG TO TK-SONG.

            START TRACK-FILE KEY >= TK-SONG
                INVALID KEY
                    MOVE "Y" TO EOF-BROWSE-SW
            END-START.

            PERFORM OC1100-READ-NEXT-SONG
                UNTIL EOF-BROWSE.

       OC1100-READ-NEXT-SONG.
            READ TRACK-FILE NEXT
                AT END
                    MOVE "Y" TO EOF-BROWSE-SW
                NOT AT END
                    IF TK-SONG (1:WS-REQ-LEN)
                            = WS-REQ-SONG (1:WS-REQ-LEN)
                        PERFORM OD1000-DISPLAY-TRACK
                    ELSE
      *> The browse ran past the requested title - the song key
      *> sequence means nothing further can match.
                        MOVE "Y" TO EOF-BROWSE-SW
                    END-IF
            END-READ.

       OD1000-DISPLAY-TRACK.
            MOVE TK-SONG        TO TL-SONG.
            MOVE TK-ARTIST      TO TL-ARTIST.
            MOVE TK-TITLE       TO TL-TITLE.
            MOVE TK-SIDE        TO TL-SIDE.
            MOVE TK-TRACK       TO TL-TRACK.
            MOVE TK-MINUTES     TO TL-MINUTES.
            MOVE TK-SECONDS     TO TL-SECONDS.

            DISPLAY TRACK-LINE.

            ADD 1 TO WS-MATCH-COUNT.
            MOVE ZERO TO WS-HOLDINGS.

            PERFORM OD2000-FIND-TAPES.
            PERFORM OD3000-FIND-MUSIC.

            IF WS-HOLDINGS = ZERO
                MOVE "NOT HELD"     TO WL-HELD
                MOVE SPACES         TO WL-LOCATION
                MOVE SPACES         TO WL-STATUS
                DISPLAY WHERE-LINE
            END-IF.

       OD2000-FIND-TAPES.
            IF WS-MASTER-AVAIL
                MOVE TK-ARTIST      TO TM-ARTIST
                MOVE TK-TITLE       TO TM-TITLE
                MOVE LOW-VALUES     TO TM-COPY
                MOVE "N"            TO WS-COPY-SCAN-SW
                START MASTER-TAPE KEY >= TM-KEY
                    INVALID KEY
                        MOVE "Y" TO WS-COPY-SCAN-SW
                END-START
                PERFORM OD2100-SCAN-COPY
                    UNTIL WS-COPY-SCAN-DONE
            END-IF.

       OD2100-SCAN-COPY.
            READ MASTER-TAPE NEXT
                AT END
                    MOVE "Y" TO WS-COPY-SCAN-SW
                NOT AT END
                    IF TM-ARTIST = TK-ARTIST AND TM-TITLE = TK-TITLE
                        PERFORM OD2200-DISPLAY-COPY
                    ELSE
                        MOVE "Y" TO WS-COPY-SCAN-SW
                    END-IF
            END-READ.

       OD2200-DISPLAY-COPY.
      *> Presence on LOANS.DAT is the "out" state, so one keyed read
      *> says whether the copy can be pulled off the shelf.
            MOVE TM-COPY            TO WH-COPY.
            MOVE WS-TAPE-HELD       TO WL-HELD.
            MOVE TM-LOCATION        TO WL-LOCATION.
            MOVE "ON SHELF"         TO WL-STATUS.

            IF WS-LOAN-AVAIL
                MOVE TM-KEY         TO LN-KEY
                READ LOAN-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE LN-BORROWER   TO WO-BORROWER
                        MOVE LN-DUE-DATE   TO WO-DUE-DATE
                        MOVE WS-OUT-STATUS TO WL-STATUS
                END-READ
            ELSE
                MOVE "LOAN STATUS N/AVAIL" TO WL-STATUS
            END-IF.

            DISPLAY WHERE-LINE.

            ADD 1 TO WS-HOLDINGS.

       OD3000-FIND-MUSIC.
            IF WS-MUSIC-AVAIL
                MOVE TK-ARTIST      TO MM-ARTIST
                MOVE TK-TITLE       TO MM-TITLE
                READ MASTER-MUSIC
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE "MUSIC COLLECTION" TO WL-HELD
                        MOVE SPACES             TO WL-LOCATION
                        MOVE SPACES             TO WL-STATUS
                        DISPLAY WHERE-LINE
                        ADD 1 TO WS-HOLDINGS
                END-READ
            END-IF.

       OB3000-WRAPUP.
            IF WS-TRACK-OPEN
                CLOSE TRACK-FILE
            END-IF.
            IF WS-MASTER-AVAIL
                CLOSE MASTER-TAPE
            END-IF.
            IF WS-MUSIC-AVAIL
                CLOSE MASTER-MUSIC
            END-IF.
            IF WS-LOAN-AVAIL
                CLOSE LOAN-FILE
            END-IF.
