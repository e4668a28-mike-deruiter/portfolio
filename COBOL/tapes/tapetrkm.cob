       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRACK-MAINTENANCE.

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
            SELECT TRAN-TRACK
                ASSIGN TO "/tmp/TRACKS.TXN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRAN-STATUS.
            SELECT TRACK-REPORT
                ASSIGN TO "/tmp/track-maint-report"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  TRACK-FILE.
       COPY TRAKMSTR.

       FD  MASTER-TAPE.
       COPY TAPEMSTR.

       FD  MASTER-MUSIC.
       COPY MUSCMSTR.

      *> One card per track: "A" adds a track, "C" changes the song
      *> title or running time (blank fields are left as they are),
      *> "D" drops it. An add or change is refused unless the album
      *> is on TAPES.DAT or MUSIC.MST; a drop is not, so the listing
      *> of an album that has since been sold can still be cleared.
       FD  TRAN-TRACK.
       01  TRACK-TRAN-REC.
            05  TX-TRAN-CODE                PIC X(01).
            05  TX-ARTIST                   PIC X(20).
            05  TX-TITLE                    PIC X(20).
            05  TX-SIDE                     PIC X(01).
            05  TX-TRACK                    PIC X(02).
            05  TX-SONG                     PIC X(30).
            05  TX-RUN-TIME.
                10  TX-MINUTES              PIC X(02).
                10  TX-SECONDS              PIC X(02).

       FD  TRACK-REPORT.
       01  TRACK-REPORT-REC                 PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
            05  WS-TRACK-STATUS             PIC X(02) VALUE "00".
            05  WS-MASTER-STATUS            PIC X(02) VALUE "00".
            05  WS-MUSIC-STATUS             PIC X(02) VALUE "00".
            05  WS-TRAN-STATUS              PIC X(02) VALUE "00".

       01  WS-SWITCHES.
            05  EOF-TRAN-SW                 PIC X VALUE "N".
                88  EOF-TRAN                      VALUE "Y".
            05  WS-MASTER-AVAIL-SW          PIC X VALUE "N".
                88  WS-MASTER-AVAIL               VALUE "Y".
            05  WS-MUSIC-AVAIL-SW           PIC X VALUE "N".
                88  WS-MUSIC-AVAIL                VALUE "Y".
            05  WS-ALBUM-FOUND-SW           PIC X VALUE "N".
                88  WS-ALBUM-FOUND                VALUE "Y".

       01  WS-COUNTERS.
            05  WS-ADD-COUNT                PIC 9(05) VALUE ZERO.
            05  WS-CHANGE-COUNT             PIC 9(05) VALUE ZERO.
            05  WS-DELETE-COUNT             PIC 9(05) VALUE ZERO.
            05  WS-REJECT-COUNT             PIC 9(05) VALUE ZERO.

       01  TITLE-1.
            05  PIC X(25) VALUE ALL SPACES.
            05  PIC X(25) VALUE "TRACK LISTING MAINTENANCE".

       01  DETAIL-LINE.
            05  DL-TRAN-CODE                PIC X(01).
            05  PIC X(02) VALUE ALL SPACES.
            05  DL-ARTIST                   PIC X(20).
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-TITLE                    PIC X(20).
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-SIDE                     PIC X(01).
            05  DL-TRACK                    PIC X(02).
            05  PIC X(02) VALUE ALL SPACES.
            05  DL-RESULT                   PIC X(32).

       01  SUMMARY-LINE.
            05  SL-LABEL                    PIC X(24).
            05  SL-COUNT                    PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       00000-MAIN.
            PERFORM OB1000-SETUP.
            PERFORM OB2000-PROCESS
                UNTIL EOF-TRAN.
            PERFORM OB3000-WRAPUP.

            STOP RUN.

       OB1000-SETUP.
            OPEN I-O TRACK-FILE.
            IF WS-TRACK-STATUS = "35"
                OPEN OUTPUT TRACK-FILE
                CLOSE TRACK-FILE
                OPEN I-O TRACK-FILE
            END-IF.

      *> Either master may be missing - a house with no tapes yet
      *> can still list its music albums, and the other way round.
            OPEN INPUT MASTER-TAPE.
            IF WS-MASTER-STATUS = "00"
                MOVE "Y" TO WS-MASTER-AVAIL-SW
            END-IF.
            OPEN INPUT MASTER-MUSIC.
            IF WS-MUSIC-STATUS = "00"
                MOVE "Y" TO WS-MUSIC-AVAIL-SW
            END-IF.

            OPEN OUTPUT TRACK-REPORT.
            WRITE TRACK-REPORT-REC FROM TITLE-1.
            MOVE SPACES TO TRACK-REPORT-REC.
            WRITE TRACK-REPORT-REC
                AFTER ADVANCING 1 LINE.

            OPEN INPUT TRAN-TRACK.
            IF WS-TRAN-STATUS NOT = "00"
                DISPLAY "TRACK-MAINTENANCE: NO TRANSACTION FILE "
                    "(STATUS " WS-TRAN-STATUS ") - NOTHING TO APPLY"
                MOVE "Y" TO EOF-TRAN-SW
            ELSE
                PERFORM OC1000-READ-TRAN
            END-IF.

       OC1000-READ-TRAN.
            READ TRAN-TRACK
                AT END MOVE "Y" TO EOF-TRAN-SW.

       OB2000-PROCESS.
            MOVE SPACES    TO DL-RESULT.
            MOVE TX-ARTIST TO TK-ARTIST.
            MOVE TX-TITLE  TO TK-TITLE.
            MOVE TX-SIDE   TO TK-SIDE.

            IF TX-ARTIST = SPACES OR TX-TITLE = SPACES
                MOVE "REJECTED - NO ARTIST/TITLE" TO DL-RESULT
            ELSE IF TX-SIDE = SPACES
                MOVE "REJECTED - NO SIDE" TO DL-RESULT
            ELSE IF TX-TRACK IS NOT NUMERIC OR TX-TRACK = "00"
                MOVE "REJECTED - BAD TRACK NUMBER" TO DL-RESULT
            END-IF.

            IF DL-RESULT = SPACES
                MOVE TX-TRACK TO TK-TRACK
                EVALUATE TX-TRAN-CODE
                    WHEN "A"
                        PERFORM OD1000-ADD-TRACK
                    WHEN "C"
                        PERFORM OD2000-CHANGE-TRACK
                    WHEN "D"
                        PERFORM OD3000-DELETE-TRACK
                    WHEN OTHER
                        MOVE "REJECTED - BAD TRAN CODE" TO DL-RESULT
                END-EVALUATE
            END-IF.

            IF DL-RESULT (1:10) = "REJECTED -"
                ADD 1 TO WS-REJECT-COUNT
            END-IF.

            PERFORM OE1000-WRITE-DETAIL.

            PERFORM OC1000-READ-TRAN.

       OD0500-CHECK-ALBUM.
      *> The album is held if any copy is on the tape master or the
      *> album is on the music master.
            MOVE "N" TO WS-ALBUM-FOUND-SW.

            IF WS-MASTER-AVAIL
                MOVE TX-ARTIST      TO TM-ARTIST
                MOVE TX-TITLE       TO TM-TITLE
                MOVE LOW-VALUES     TO TM-COPY
                START MASTER-TAPE KEY >= TM-KEY
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        READ MASTER-TAPE NEXT
                            AT END
                                CONTINUE
                            NOT AT END
                                IF TM-ARTIST = TX-ARTIST
                                        AND TM-TITLE = TX-TITLE
                                    MOVE "Y" TO WS-ALBUM-FOUND-SW
                                END-IF
                        END-READ
                END-START
            END-IF.

            IF WS-MUSIC-AVAIL AND NOT WS-ALBUM-FOUND
                MOVE TX-ARTIST      TO MM-ARTIST
                MOVE TX-TITLE       TO MM-TITLE
                READ MASTER-MUSIC
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE "Y" TO WS-ALBUM-FOUND-SW
                END-READ
            END-IF.

            IF NOT WS-ALBUM-FOUND
                MOVE "REJECTED - ALBUM NOT HELD" TO DL-RESULT
            END-IF.

       OD0600-CHECK-TIME.
            IF TX-MINUTES IS NOT NUMERIC
                    OR TX-SECONDS IS NOT NUMERIC
                    OR TX-SECONDS > "59"
                MOVE "REJECTED - BAD RUNNING TIME" TO DL-RESULT
            END-IF.

       OD1000-ADD-TRACK.
            IF TX-SONG = SPACES
                MOVE "REJECTED - NO SONG TITLE" TO DL-RESULT
            ELSE
                PERFORM OD0600-CHECK-TIME
            END-IF.
            IF DL-RESULT = SPACES
                PERFORM OD0500-CHECK-ALBUM
            END-IF.

            IF DL-RESULT = SPACES
                MOVE TX-ARTIST      TO TK-ARTIST
                MOVE TX-TITLE       TO TK-TITLE
                MOVE TX-SIDE        TO TK-SIDE
                MOVE TX-TRACK       TO TK-TRACK
                MOVE TX-SONG        TO TK-SONG
                MOVE TX-MINUTES     TO TK-MINUTES
                MOVE TX-SECONDS     TO TK-SECONDS
                WRITE TRACK-REC
                    INVALID KEY
                        MOVE "REJECTED - DUPLICATE TRACK" TO DL-RESULT
                    NOT INVALID KEY
                        MOVE "ADDED"    TO DL-RESULT
                        ADD 1 TO WS-ADD-COUNT
                END-WRITE
            END-IF.

       OD2000-CHANGE-TRACK.
            IF TX-RUN-TIME NOT = SPACES
                PERFORM OD0600-CHECK-TIME
            END-IF.
            IF DL-RESULT = SPACES
                PERFORM OD0500-CHECK-ALBUM
            END-IF.

            IF DL-RESULT = SPACES
                MOVE TX-ARTIST      TO TK-ARTIST
                MOVE TX-TITLE       TO TK-TITLE
                MOVE TX-SIDE        TO TK-SIDE
                MOVE TX-TRACK       TO TK-TRACK
                READ TRACK-FILE
                    INVALID KEY
                        MOVE "REJECTED - NOT ON FILE" TO DL-RESULT
                    NOT INVALID KEY
                        IF TX-SONG NOT = SPACES
                            MOVE TX-SONG    TO TK-SONG
                        END-IF
                        IF TX-RUN-TIME NOT = SPACES
                            MOVE TX-MINUTES TO TK-MINUTES
                            MOVE TX-SECONDS TO TK-SECONDS
                        END-IF
                        REWRITE TRACK-REC
                            INVALID KEY
                                MOVE "REJECTED - REWRITE FAILED"
                                    TO DL-RESULT
                            NOT INVALID KEY
                                MOVE "CHANGED"  TO DL-RESULT
                                ADD 1 TO WS-CHANGE-COUNT
                        END-REWRITE
                END-READ
            END-IF.

       OD3000-DELETE-TRACK.
            READ TRACK-FILE
                INVALID KEY
                    MOVE "REJECTED - NOT ON FILE" TO DL-RESULT
                NOT INVALID KEY
                    DELETE TRACK-FILE
                        INVALID KEY
                            MOVE "REJECTED - DELETE FAILED"
                                TO DL-RESULT
                        NOT INVALID KEY
                            MOVE "DELETED"  TO DL-RESULT
                            ADD 1 TO WS-DELETE-COUNT
                    END-DELETE
            END-READ.

       OE1000-WRITE-DETAIL.
            MOVE TX-TRAN-CODE           TO DL-TRAN-CODE.
            MOVE TX-ARTIST              TO DL-ARTIST.
            MOVE TX-TITLE               TO DL-TITLE.
            MOVE TX-SIDE                TO DL-SIDE.
            MOVE TX-TRACK               TO DL-TRACK.

            WRITE TRACK-REPORT-REC FROM DETAIL-LINE
                AFTER ADVANCING 1 LINE.

       OB3000-WRAPUP.
            MOVE SPACES TO TRACK-REPORT-REC.
            WRITE TRACK-REPORT-REC
                AFTER ADVANCING 1 LINE.

            MOVE "TRACKS ADDED:"          TO SL-LABEL.
            MOVE WS-ADD-COUNT             TO SL-COUNT.
            WRITE TRACK-REPORT-REC FROM SUMMARY-LINE
                AFTER ADVANCING 1 LINE.

            MOVE "TRACKS CHANGED:"        TO SL-LABEL.
            MOVE WS-CHANGE-COUNT          TO SL-COUNT.
            WRITE TRACK-REPORT-REC FROM SUMMARY-LINE
                AFTER ADVANCING 1 LINE.

            MOVE "TRACKS DELETED:"        TO SL-LABEL.
            MOVE WS-DELETE-COUNT          TO SL-COUNT.
            WRITE TRACK-REPORT-REC FROM SUMMARY-LINE
                AFTER ADVANCING 1 LINE.

            MOVE "TRANS REJECTED:"        TO SL-LABEL.
            MOVE WS-REJECT-COUNT          TO SL-COUNT.
            WRITE TRACK-REPORT-REC FROM SUMMARY-LINE
                AFTER ADVANCING 1 LINE.

            CLOSE TRACK-FILE.
            IF WS-MASTER-AVAIL
                CLOSE MASTER-TAPE
            END-IF.
            IF WS-MUSIC-AVAIL
                CLOSE MASTER-MUSIC
            END-IF.
            IF WS-TRAN-STATUS = "00" OR WS-TRAN-STATUS = "10"
                CLOSE TRAN-TRACK
            END-IF.
            CLOSE TRACK-REPORT.
