       IDENTIFICATION DIVISION.
       PROGRAM-ID. WANT-LIST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT WANT-FILE
                ASSIGN TO "/tmp/WANTS.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS WT-KEY
                FILE STATUS IS WS-WANT-STATUS.
            SELECT MASTER-TAPE
                ASSIGN TO "/tmp/TAPES.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TM-KEY
                FILE STATUS IS WS-MASTER-STATUS.
            SELECT WANT-LIST-REPORT
                ASSIGN TO "/tmp/want-list-report"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT SW-WANT
                ASSIGN TO "SORTWK"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  WANT-FILE.
       COPY WANTMSTR.

       FD  MASTER-TAPE.
       COPY TAPEMSTR.

       FD  WANT-LIST-REPORT.
       01  WANT-LIST-REPORT-REC             PIC X(100).

      *> Open wants only, hardest-hunted first so the report reads
      *> as a shopping list.
       SD  SW-WANT.
       01  SW-WANT-REC.
            05  SW-PRIORITY                 PIC 9(01).
            05  SW-ARTIST                   PIC X(20).
            05  SW-TITLE                    PIC X(20).
            05  SW-FORMAT                   PIC X(02).
            05  SW-MAX-PRICE                PIC 999V99.
            05  SW-ADD-DATE                 PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
            05  WS-WANT-STATUS              PIC X(02) VALUE "00".
            05  WS-MASTER-STATUS            PIC X(02) VALUE "00".

       01  WS-SWITCHES.
            05  EOF-WANT-SW                 PIC X VALUE "N".
                88  EOF-WANT                      VALUE "Y".
            05  EOF-SORT-SW                 PIC X VALUE "N".
                88  EOF-SORT                      VALUE "Y".
            05  WS-MASTER-AVAIL-SW          PIC X VALUE "N".
                88  WS-MASTER-AVAIL               VALUE "Y".
            05  WS-COPY-SCAN-SW             PIC X VALUE "N".
                88  WS-COPY-SCAN-DONE             VALUE "Y".

       01  WS-COUNTERS.
            05  WS-OPEN-COUNT               PIC 9(05) VALUE ZERO.
            05  WS-OWNED-COUNT              PIC 9(05) VALUE ZERO.
            05  WS-OTHER-FMT-COUNT          PIC 9(05) VALUE ZERO.
            05  WS-COPIES-HELD              PIC 9(03) VALUE ZERO.
            05  WS-FORMAT-HELD              PIC 9(03) VALUE ZERO.

       01  WS-ACCUMULATORS.
            05  A-BUDGET                    PIC 9(07)V99 VALUE ZERO.

       01  WS-CURRENT-DATE.
            05  WS-CD-YYYYMMDD              PIC X(08).
            05  WS-CD-REST                  PIC X(13).

       01  TITLE-1.
            05  PIC X(25) VALUE ALL SPACES.
            05  PIC X(20) VALUE "OPEN WANT LIST".
            05  PIC X(06) VALUE "AS OF ".
            05  T1-DATE                     PIC X(08).

       01  HEADER-1.
            05  PIC X(03) VALUE "PRI".
            05  PIC X(02) VALUE ALL SPACES.
            05  PIC X(20) VALUE "ARTIST".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(20) VALUE "TITLE".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(03) VALUE "FMT".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(07) VALUE "MAX".
            05  PIC X(02) VALUE ALL SPACES.
            05  PIC X(08) VALUE "WANTED".
            05  PIC X(02) VALUE ALL SPACES.
            05  PIC X(20) VALUE "ON MASTER".

       01  HEADER-DASHES.
            05  PIC X(03) VALUE ALL "-".
            05  PIC X(02) VALUE ALL SPACES.
            05  PIC X(20) VALUE ALL "-".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(20) VALUE ALL "-".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(03) VALUE ALL "-".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(07) VALUE ALL "-".
            05  PIC X(02) VALUE ALL SPACES.
            05  PIC X(08) VALUE ALL "-".
            05  PIC X(02) VALUE ALL SPACES.
            05  PIC X(20) VALUE ALL "-".

       01  DETAIL-LINE.
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-PRIORITY                 PIC 9(01).
            05  PIC X(03) VALUE ALL SPACES.
            05  DL-ARTIST                   PIC X(20).
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-TITLE                    PIC X(20).
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-FORMAT                   PIC X(03).
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-MAX-PRICE                PIC $$$9.99.
            05  PIC X(02) VALUE ALL SPACES.
            05  DL-ADD-DATE                 PIC X(08).
            05  PIC X(02) VALUE ALL SPACES.
            05  DL-OWNED                    PIC X(26).

       01  NONE-LINE.
            05  PIC X(30) VALUE "NO OPEN WANTS".

       01  SUMMARY-LINE.
            05  SL-LABEL                    PIC X(28).
            05  SL-COUNT                    PIC ZZ,ZZ9.

       01  SUMMARY-VALUE-LINE.
            05  PIC X(28) VALUE "MOST WE WOULD SPEND:".
            05  SV-VALUE                    PIC $,$$$,$$9.99.

       PROCEDURE DIVISION.

       00000-MAIN.
            SORT SW-WANT
                ASCENDING SW-PRIORITY,
                          SW-ARTIST,
                          SW-TITLE
                INPUT PROCEDURE OV1000-RELEASE-WANTS
                OUTPUT PROCEDURE OA1000-MAINLINE.

            STOP RUN.

       OV1000-RELEASE-WANTS.
            OPEN INPUT WANT-FILE.
            IF WS-WANT-STATUS NOT = "00"
                DISPLAY "WANT-LIST: NO WANTS FILE (STATUS "
                    WS-WANT-STATUS ") - NOTHING WANTED"
                MOVE "Y" TO EOF-WANT-SW
            ELSE
                PERFORM OV2000-RELEASE-RECORD
                    UNTIL EOF-WANT
                CLOSE WANT-FILE
            END-IF.

       OV2000-RELEASE-RECORD.
            READ WANT-FILE
                AT END MOVE "Y" TO EOF-WANT-SW
                NOT AT END
                    IF WT-OPEN
                        PERFORM OV2100-RELEASE-OPEN
                    END-IF
            END-READ.

       OV2100-RELEASE-OPEN.
            MOVE WT-PRIORITY    TO SW-PRIORITY.
            MOVE WT-ARTIST      TO SW-ARTIST.
            MOVE WT-TITLE       TO SW-TITLE.
            MOVE WT-FORMAT      TO SW-FORMAT.
            MOVE WT-MAX-PRICE   TO SW-MAX-PRICE.
            MOVE WT-ADD-DATE    TO SW-ADD-DATE.

            RELEASE SW-WANT-REC.

       OA1000-MAINLINE.
            PERFORM OB1000-SETUP.
            PERFORM OB2000-PROCESS
                UNTIL EOF-SORT.
            PERFORM OB3000-WRAPUP.

       OB1000-SETUP.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
            MOVE WS-CD-YYYYMMDD TO T1-DATE.

            OPEN OUTPUT WANT-LIST-REPORT.

            WRITE WANT-LIST-REPORT-REC FROM TITLE-1.
            WRITE WANT-LIST-REPORT-REC FROM HEADER-1
                AFTER ADVANCING 2 LINES.
            WRITE WANT-LIST-REPORT-REC FROM HEADER-DASHES
                AFTER ADVANCING 1 LINE.

            OPEN INPUT MASTER-TAPE.
            IF WS-MASTER-STATUS = "00"
                MOVE "Y" TO WS-MASTER-AVAIL-SW
            END-IF.

            RETURN SW-WANT
                AT END MOVE "Y" TO EOF-SORT-SW.

       OB2000-PROCESS.
            MOVE SW-PRIORITY        TO DL-PRIORITY.
            MOVE SW-ARTIST          TO DL-ARTIST.
            MOVE SW-TITLE           TO DL-TITLE.
            IF SW-FORMAT = SPACES
                MOVE "ANY"          TO DL-FORMAT
            ELSE
                MOVE SW-FORMAT      TO DL-FORMAT
            END-IF.
            MOVE SW-MAX-PRICE       TO DL-MAX-PRICE.
            MOVE SW-ADD-DATE        TO DL-ADD-DATE.

            PERFORM OD1000-CHECK-OWNED.

            WRITE WANT-LIST-REPORT-REC FROM DETAIL-LINE
                AFTER ADVANCING 1 LINE.

            ADD 1               TO WS-OPEN-COUNT.
            ADD SW-MAX-PRICE    TO A-BUDGET.

            RETURN SW-WANT
                AT END MOVE "Y" TO EOF-SORT-SW.

       OD1000-CHECK-OWNED.
      *> A want for something already on the master is usually a
      *> want that should have been closed, or a second copy nobody
      *> meant to hunt for. Either way it is called out: owned in the
      *> wanted format, or owned only in some other format (which
      *> may be exactly why it is still wanted).
            MOVE ZERO   TO WS-COPIES-HELD.
            MOVE ZERO   TO WS-FORMAT-HELD.
            MOVE SPACES TO DL-OWNED.

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
            ELSE
                MOVE "MASTER N/AVAIL" TO DL-OWNED
            END-IF.

            EVALUATE TRUE
                WHEN WS-FORMAT-HELD > ZERO
                    MOVE "** ALREADY OWNED"       TO DL-OWNED
                    ADD 1 TO WS-OWNED-COUNT
                WHEN WS-COPIES-HELD > ZERO
                    MOVE "OWNED IN OTHER FORMAT"  TO DL-OWNED
                    ADD 1 TO WS-OTHER-FMT-COUNT
            END-EVALUATE.

       OD1100-SCAN-COPY.
            READ MASTER-TAPE NEXT
                AT END
                    MOVE "Y" TO WS-COPY-SCAN-SW
                NOT AT END
                    IF TM-ARTIST = SW-ARTIST AND TM-TITLE = SW-TITLE
                        ADD 1 TO WS-COPIES-HELD
                        IF SW-FORMAT = SPACES
                                OR TM-FORMAT = SW-FORMAT
                            ADD 1 TO WS-FORMAT-HELD
                        END-IF
                    ELSE
                        MOVE "Y" TO WS-COPY-SCAN-SW
                    END-IF
            END-READ.

       OB3000-WRAPUP.
            IF WS-OPEN-COUNT = ZERO
                WRITE WANT-LIST-REPORT-REC FROM NONE-LINE
                    AFTER ADVANCING 1 LINE
            END-IF.

            MOVE SPACES TO WANT-LIST-REPORT-REC.
            WRITE WANT-LIST-REPORT-REC
                AFTER ADVANCING 1 LINE.

            MOVE "OPEN WANTS:"              TO SL-LABEL.
            MOVE WS-OPEN-COUNT              TO SL-COUNT.
            WRITE WANT-LIST-REPORT-REC FROM SUMMARY-LINE
                AFTER ADVANCING 1 LINE.

            MOVE "ALREADY OWNED:"           TO SL-LABEL.
            MOVE WS-OWNED-COUNT             TO SL-COUNT.
            WRITE WANT-LIST-REPORT-REC FROM SUMMARY-LINE
                AFTER ADVANCING 1 LINE.

            MOVE "OWNED IN OTHER FORMAT:"   TO SL-LABEL.
            MOVE WS-OTHER-FMT-COUNT         TO SL-COUNT.
            WRITE WANT-LIST-REPORT-REC FROM SUMMARY-LINE
                AFTER ADVANCING 1 LINE.

            MOVE A-BUDGET TO SV-VALUE.
            WRITE WANT-LIST-REPORT-REC FROM SUMMARY-VALUE-LINE
                AFTER ADVANCING 1 LINE.

            IF WS-MASTER-AVAIL
                CLOSE MASTER-TAPE
            END-IF.
            CLOSE WANT-LIST-REPORT.
