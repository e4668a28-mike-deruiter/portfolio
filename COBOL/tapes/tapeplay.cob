       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAY-LOG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PLAY-FILE
                ASSIGN TO "/tmp/PLAYS.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PH-KEY
                FILE STATUS IS WS-PLAY-STATUS.
            SELECT MASTER-TAPE
                ASSIGN TO "/tmp/TAPES.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TM-KEY
                FILE STATUS IS WS-MASTER-STATUS.
            SELECT TRAN-PLAY
                ASSIGN TO "/tmp/PLAYS.TXN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRAN-STATUS.
            SELECT PLAY-REPORT
                ASSIGN TO "/tmp/play-log-report"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  PLAY-FILE.
       COPY PLAYHIST.

       FD  MASTER-TAPE.
       COPY TAPEMSTR.

      *> One card per play: the tape key and the day it was played.
      *> A blank copy means copy "01", as TAPE-MAINTENANCE reads it,
      *> and a blank date means today.
       FD  TRAN-PLAY.
       01  PLAY-TRAN-REC.
            05  PX-ARTIST                   PIC X(20).
            05  PX-TITLE                    PIC X(20).
            05  PX-COPY                     PIC X(02).
            05  PX-PLAY-DATE                PIC X(08).

       FD  PLAY-REPORT.
       01  PLAY-REPORT-REC                  PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
            05  WS-PLAY-STATUS              PIC X(02) VALUE "00".
            05  WS-MASTER-STATUS            PIC X(02) VALUE "00".
            05  WS-TRAN-STATUS              PIC X(02) VALUE "00".

       01  WS-SWITCHES.
            05  EOF-TRAN-SW                 PIC X VALUE "N".
                88  EOF-TRAN                      VALUE "Y".
            05  WS-FAILED-SW                PIC X VALUE "N".
                88  WS-FAILED                     VALUE "Y".

       01  WS-COUNTERS.
            05  WS-POSTED-COUNT             PIC 9(05) VALUE ZERO.
            05  WS-REJECT-COUNT             PIC 9(05) VALUE ZERO.

       01  WS-CURRENT-DATE.
            05  WS-CD-YYYYMMDD              PIC X(08).
            05  WS-CD-REST                  PIC X(13).

       01  WS-EDIT-FIELDS.
            05  WS-PLAY-COPY                PIC X(02) VALUE SPACES.
            05  WS-PLAY-DATE                PIC X(08) VALUE SPACES.

       01  TITLE-1.
            05  PIC X(25) VALUE ALL SPACES.
            05  PIC X(25) VALUE "TAPE PLAY LOG POSTING".

       01  DETAIL-LINE.
            05  DL-ARTIST                   PIC X(20).
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-TITLE                    PIC X(20).
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-COPY                     PIC X(02).
            05  PIC X(02) VALUE ALL SPACES.
            05  DL-PLAY-DATE                PIC X(08).
            05  PIC X(02) VALUE ALL SPACES.
            05  DL-RESULT                   PIC X(32).

       01  SUMMARY-LINE.
            05  SL-LABEL                    PIC X(24).
            05  SL-COUNT                    PIC ZZ,ZZ9.

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

            OPEN OUTPUT PLAY-REPORT.
            WRITE PLAY-REPORT-REC FROM TITLE-1.
            MOVE SPACES TO PLAY-REPORT-REC.
            WRITE PLAY-REPORT-REC
                AFTER ADVANCING 1 LINE.

      *> A play can only be logged against a tape the house holds.
            OPEN INPUT MASTER-TAPE.
            IF WS-MASTER-STATUS NOT = "00"
                MOVE "NO MASTER FILE - NO PLAYS CAN BE LOGGED"
                    TO RL-MESSAGE
                PERFORM OE1000-WRITE-FAILURE
            ELSE
                OPEN I-O PLAY-FILE
                IF WS-PLAY-STATUS = "35"
                    OPEN OUTPUT PLAY-FILE
                    CLOSE PLAY-FILE
                    OPEN I-O PLAY-FILE
                END-IF

                OPEN INPUT TRAN-PLAY
                IF WS-TRAN-STATUS NOT = "00"
                    DISPLAY "PLAY-LOG: NO TRANSACTION FILE "
                        "(STATUS " WS-TRAN-STATUS ") - NOTHING TO POST"
                    MOVE "Y" TO EOF-TRAN-SW
                ELSE
                    PERFORM OC1000-READ-TRAN
                END-IF
            END-IF.

       OC1000-READ-TRAN.
            READ TRAN-PLAY
                AT END MOVE "Y" TO EOF-TRAN-SW.

       OB2000-PROCESS.
            MOVE SPACES    TO DL-RESULT.

            IF PX-COPY = SPACES
                MOVE "01"           TO WS-PLAY-COPY
            ELSE
                MOVE PX-COPY        TO WS-PLAY-COPY
            END-IF.
            IF PX-PLAY-DATE = SPACES
                MOVE WS-CD-YYYYMMDD TO WS-PLAY-DATE
            ELSE
                MOVE PX-PLAY-DATE   TO WS-PLAY-DATE
            END-IF.

            IF PX-ARTIST = SPACES OR PX-TITLE = SPACES
                MOVE "REJECTED - NO ARTIST/TITLE" TO DL-RESULT
            ELSE IF WS-PLAY-DATE IS NOT NUMERIC
                MOVE "REJECTED - BAD PLAY DATE" TO DL-RESULT
            ELSE IF WS-PLAY-DATE > WS-CD-YYYYMMDD
                MOVE "REJECTED - PLAY DATE IN FUTURE" TO DL-RESULT
            END-IF.

            IF DL-RESULT = SPACES
                PERFORM OD1000-POST-PLAY
            END-IF.

            IF DL-RESULT (1:10) = "REJECTED -"
                ADD 1 TO WS-REJECT-COUNT
            END-IF.

            PERFORM OE2000-WRITE-DETAIL.

            PERFORM OC1000-READ-TRAN.

       OD1000-POST-PLAY.
            MOVE PX-ARTIST      TO TM-ARTIST.
            MOVE PX-TITLE       TO TM-TITLE.
            MOVE WS-PLAY-COPY   TO TM-COPY.

            READ MASTER-TAPE
                INVALID KEY
                    MOVE "REJECTED - TAPE NOT ON MASTER" TO DL-RESULT
                NOT INVALID KEY
                    PERFORM OD1100-ADD-PLAY
            END-READ.

       OD1100-ADD-PLAY.
      *> A second play of the same copy on the same day adds to that
      *> day's count rather than making a new record.
            MOVE TM-ARTIST      TO PH-ARTIST.
            MOVE TM-TITLE       TO PH-TITLE.
            MOVE TM-COPY        TO PH-COPY.
            MOVE WS-PLAY-DATE   TO PH-PLAY-DATE.

            READ PLAY-FILE
                INVALID KEY
                    MOVE 1 TO PH-PLAY-COUNT
                    WRITE PLAY-HIST-REC
                        INVALID KEY
                            MOVE "REJECTED - WRITE FAILED"
                                TO DL-RESULT
                        NOT INVALID KEY
                            MOVE "POSTED"   TO DL-RESULT
                            ADD 1 TO WS-POSTED-COUNT
                    END-WRITE
                NOT INVALID KEY
                    IF PH-PLAY-COUNT < 999
                        ADD 1 TO PH-PLAY-COUNT
                    END-IF
                    REWRITE PLAY-HIST-REC
                        INVALID KEY
                            MOVE "REJECTED - REWRITE FAILED"
                                TO DL-RESULT
                        NOT INVALID KEY
                            MOVE "POSTED - REPEAT PLAY SAME DAY"
                                TO DL-RESULT
                            ADD 1 TO WS-POSTED-COUNT
                    END-REWRITE
            END-READ.

       OE2000-WRITE-DETAIL.
            MOVE PX-ARTIST              TO DL-ARTIST.
            MOVE PX-TITLE               TO DL-TITLE.
            MOVE WS-PLAY-COPY           TO DL-COPY.
            MOVE WS-PLAY-DATE           TO DL-PLAY-DATE.

            WRITE PLAY-REPORT-REC FROM DETAIL-LINE
                AFTER ADVANCING 1 LINE.

       OB3000-WRAPUP.
            MOVE SPACES TO PLAY-REPORT-REC.
            WRITE PLAY-REPORT-REC
                AFTER ADVANCING 1 LINE.

            MOVE "PLAYS POSTED:"          TO SL-LABEL.
            MOVE WS-POSTED-COUNT          TO SL-COUNT.
            WRITE PLAY-REPORT-REC FROM SUMMARY-LINE
                AFTER ADVANCING 1 LINE.

            MOVE "PLAYS REJECTED:"        TO SL-LABEL.
            MOVE WS-REJECT-COUNT          TO SL-COUNT.
            WRITE PLAY-REPORT-REC FROM SUMMARY-LINE
                AFTER ADVANCING 1 LINE.

            IF NOT WS-FAILED
                CLOSE MASTER-TAPE
                CLOSE PLAY-FILE
                IF WS-TRAN-STATUS = "00" OR WS-TRAN-STATUS = "10"
                    CLOSE TRAN-PLAY
                END-IF
                IF WS-REJECT-COUNT > ZERO
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.
            CLOSE PLAY-REPORT.

       OE1000-WRITE-FAILURE.
            WRITE PLAY-REPORT-REC FROM RESULT-LINE
                AFTER ADVANCING 2 LINES.
            MOVE "Y" TO WS-FAILED-SW.
            MOVE 8 TO RETURN-CODE.
