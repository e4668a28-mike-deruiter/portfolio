       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAPE-CLAIMS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CLAIM-FILE
                ASSIGN TO "/tmp/CLAIMS.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CM-KEY
                FILE STATUS IS WS-CLAIM-STATUS.
            SELECT CLAIMS-REPORT
                ASSIGN TO "/tmp/tape-claims-report"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT SW-CLAIM
                ASSIGN TO "SORTWK"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  CLAIM-FILE.
       COPY CLAIMMSTR.

       FD  CLAIMS-REPORT.
       01  CLAIMS-REPORT-REC                PIC X(100).

      *> Open claims only, oldest loss first. Claims with no usable
      *> loss date carry "Y" in SW-NO-DATE so they sort to the end
      *> and print as a group of their own.
       SD  SW-CLAIM.
       01  SW-CLAIM-REC.
            05  SW-NO-DATE                  PIC X(01).
            05  SW-LOSS-DATE                PIC X(08).
            05  SW-ARTIST                   PIC X(20).
            05  SW-TITLE                    PIC X(20).
            05  SW-COPY                     PIC X(02).
            05  SW-LOSS-TYPE                PIC X(01).
            05  SW-STATUS                   PIC X(01).
            05  SW-VALUE                    PIC 999V99.
            05  SW-BORROWER                 PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
            05  WS-CLAIM-STATUS             PIC X(02) VALUE "00".

       01  WS-SWITCHES.
            05  EOF-CLAIM-SW                PIC X VALUE "N".
                88  EOF-CLAIM                     VALUE "Y".
            05  EOF-SORT-SW                 PIC X VALUE "N".
                88  EOF-SORT                      VALUE "Y".
            05  WS-CLAIM-OPEN-SW            PIC X VALUE "N".
                88  WS-CLAIM-OPEN                 VALUE "Y".
            05  WS-UNDATED-HEAD-SW          PIC X VALUE "N".
                88  WS-UNDATED-HEAD               VALUE "Y".

       01  WS-COUNTERS.
            05  WS-OPEN-COUNT               PIC 9(05) VALUE ZERO.
            05  WS-AGE-30-COUNT             PIC 9(05) VALUE ZERO.
            05  WS-AGE-60-COUNT             PIC 9(05) VALUE ZERO.
            05  WS-AGE-90-COUNT             PIC 9(05) VALUE ZERO.
            05  WS-AGE-OVER-COUNT           PIC 9(05) VALUE ZERO.
            05  WS-UNDATED-COUNT            PIC 9(05) VALUE ZERO.
            05  WS-SETTLED-COUNT            PIC 9(05) VALUE ZERO.
            05  WS-DENIED-COUNT             PIC 9(05) VALUE ZERO.

       01  WS-ACCUMULATORS.
            05  A-OPEN-CARRIED              PIC 9(07)V99 VALUE ZERO.
            05  A-SETTLED-CARRIED           PIC 9(07)V99 VALUE ZERO.
            05  A-SETTLED-PAID              PIC 9(07)V99 VALUE ZERO.
            05  A-SETTLED-SHORT             PIC S9(07)V99 VALUE ZERO.
            05  A-DENIED-CARRIED            PIC 9(07)V99 VALUE ZERO.

       01  WS-DATE-FIELDS.
            05  WS-TODAY-INT                PIC 9(07) VALUE ZERO.
            05  WS-LOSS-INT                 PIC 9(07) VALUE ZERO.
            05  WS-AGE-DAYS                 PIC S9(07) VALUE ZERO.
            05  WS-DATE-9                   PIC 9(08) VALUE ZERO.

       01  WS-CURRENT-DATE.
            05  WS-CD-YYYYMMDD              PIC X(08).
            05  WS-CD-REST                  PIC X(13).

       01  TITLE-1.
            05  PIC X(25) VALUE ALL SPACES.
            05  PIC X(21) VALUE "TAPE LOSS CLAIMS".
            05  PIC X(06) VALUE "AS OF ".
            05  T1-DATE                     PIC X(08).

       01  HEADER-1.
            05  PIC X(20) VALUE "ARTIST".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(20) VALUE "TITLE".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(02) VALUE "CP".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(08) VALUE "LOSS DT".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(04) VALUE "TYPE".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(06) VALUE "STATUS".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(05) VALUE "  AGE".
            05  PIC X(02) VALUE ALL SPACES.
            05  PIC X(08) VALUE " CARRIED".
            05  PIC X(02) VALUE ALL SPACES.
            05  PIC X(08) VALUE "BORROWER".

       01  HEADER-DASHES.
            05  PIC X(20) VALUE ALL "-".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(20) VALUE ALL "-".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(02) VALUE ALL "-".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(08) VALUE ALL "-".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(04) VALUE ALL "-".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(06) VALUE ALL "-".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(05) VALUE ALL "-".
            05  PIC X(02) VALUE ALL SPACES.
            05  PIC X(08) VALUE ALL "-".
            05  PIC X(02) VALUE ALL SPACES.
            05  PIC X(08) VALUE ALL "-".

       01  DETAIL-LINE.
            05  DL-ARTIST                   PIC X(20).
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-TITLE                    PIC X(20).
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-COPY                     PIC X(02).
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-LOSS-DATE                PIC X(08).
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-TYPE                     PIC X(04).
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-STATUS                   PIC X(06).
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-AGE                      PIC ZZ,ZZ9.
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-VALUE                    PIC $,$$9.99.
            05  PIC X(02) VALUE ALL SPACES.
            05  DL-BORROWER                 PIC X(08).

       01  NONE-LINE.
            05  PIC X(30) VALUE "NO OPEN CLAIMS".

       01  SECTION-LINE.
            05  SC-LABEL                    PIC X(40).

       01  SUMMARY-LINE.
            05  SL-LABEL                    PIC X(30).
            05  SL-COUNT                    PIC ZZ,ZZ9.

       01  SUMMARY-VALUE-LINE.
            05  SV-LABEL                    PIC X(30).
            05  SV-VALUE                    PIC $$,$$$,$$9.99-.

       PROCEDURE DIVISION.

       00000-MAIN.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
            MOVE WS-CD-YYYYMMDD TO T1-DATE.
            MOVE WS-CD-YYYYMMDD TO WS-DATE-9.
            COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-9).

            SORT SW-CLAIM
                ASCENDING  SW-NO-DATE, SW-LOSS-DATE
                ASCENDING  SW-ARTIST, SW-TITLE, SW-COPY
                INPUT PROCEDURE OV1000-RELEASE-CLAIMS
                OUTPUT PROCEDURE OA1000-MAINLINE.

            STOP RUN.

      *> Settled and denied claims only feed the totals, so they are
      *> counted here on the way past and never reach the sort.
       OV1000-RELEASE-CLAIMS.
            OPEN INPUT CLAIM-FILE.
            IF WS-CLAIM-STATUS NOT = "00"
                DISPLAY "TAPE-CLAIMS: NO CLAIMS FILE (STATUS "
                    WS-CLAIM-STATUS ") - NO LOSSES EVER BOOKED"
                MOVE "Y" TO EOF-CLAIM-SW
            ELSE
                MOVE "Y" TO WS-CLAIM-OPEN-SW
                PERFORM OV1100-READ-CLAIM
            END-IF.

            PERFORM OV2000-SELECT-CLAIM
                UNTIL EOF-CLAIM.

            IF WS-CLAIM-OPEN
                CLOSE CLAIM-FILE
            END-IF.

       OV1100-READ-CLAIM.
            READ CLAIM-FILE
                AT END MOVE "Y" TO EOF-CLAIM-SW.

       OV2000-SELECT-CLAIM.
            EVALUATE TRUE
                WHEN CM-OPEN
                WHEN CM-FILED
                    PERFORM OV2100-RELEASE-CLAIM
                WHEN CM-SETTLED
                    ADD 1                TO WS-SETTLED-COUNT
                    ADD CM-VALUE-AT-LOSS TO A-SETTLED-CARRIED
                    ADD CM-SETTLE-AMOUNT TO A-SETTLED-PAID
                WHEN CM-DENIED
                    ADD 1                TO WS-DENIED-COUNT
                    ADD CM-VALUE-AT-LOSS TO A-DENIED-CARRIED
            END-EVALUATE.

            PERFORM OV1100-READ-CLAIM.

       OV2100-RELEASE-CLAIM.
            IF CM-LOSS-DATE IS NUMERIC
                MOVE "N"            TO SW-NO-DATE
            ELSE
                MOVE "Y"            TO SW-NO-DATE
            END-IF.
            MOVE CM-LOSS-DATE       TO SW-LOSS-DATE.
            MOVE CM-ARTIST          TO SW-ARTIST.
            MOVE CM-TITLE           TO SW-TITLE.
            MOVE CM-COPY            TO SW-COPY.
            MOVE CM-LOSS-TYPE       TO SW-LOSS-TYPE.
            MOVE CM-STATUS          TO SW-STATUS.
            MOVE CM-VALUE-AT-LOSS   TO SW-VALUE.
            MOVE CM-BORROWER        TO SW-BORROWER.

            RELEASE SW-CLAIM-REC.

       OA1000-MAINLINE.
            PERFORM OB1000-SETUP.
            PERFORM OB2000-PROCESS
                UNTIL EOF-SORT.
            PERFORM OB3000-WRAPUP.

       OB1000-SETUP.
            OPEN OUTPUT CLAIMS-REPORT.

            WRITE CLAIMS-REPORT-REC FROM TITLE-1.
            MOVE "OPEN CLAIMS - OLDEST LOSS FIRST" TO SC-LABEL.
            WRITE CLAIMS-REPORT-REC FROM SECTION-LINE
                AFTER ADVANCING 2 LINES.
            WRITE CLAIMS-REPORT-REC FROM HEADER-1
                AFTER ADVANCING 2 LINES.
            WRITE CLAIMS-REPORT-REC FROM HEADER-DASHES
                AFTER ADVANCING 1 LINE.

            RETURN SW-CLAIM
                AT END MOVE "Y" TO EOF-SORT-SW.

       OB2000-PROCESS.
      *> Age runs from the day the tape was lost, not the day the
      *> claim was filed, since that is how long the collection has
      *> been carrying the hole. A claim with no readable loss date
      *> cannot be aged at all, so it is listed under its own
      *> heading after the dated ones and kept out of the buckets.
            IF SW-NO-DATE = "Y"
                IF NOT WS-UNDATED-HEAD
                    PERFORM OE3000-WRITE-UNDATED-HEAD
                END-IF
                ADD 1 TO WS-UNDATED-COUNT
                MOVE ZERO TO DL-AGE
            ELSE
                PERFORM OC1000-AGE-CLAIM
            END-IF.

            PERFORM OD1000-REPORT-OPEN.

            RETURN SW-CLAIM
                AT END MOVE "Y" TO EOF-SORT-SW.

       OC1000-AGE-CLAIM.
            MOVE SW-LOSS-DATE TO WS-DATE-9.
            COMPUTE WS-LOSS-INT =
                FUNCTION INTEGER-OF-DATE(WS-DATE-9).
            COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-LOSS-INT.
            IF WS-AGE-DAYS < ZERO
                MOVE ZERO TO WS-AGE-DAYS
            END-IF.

            EVALUATE TRUE
                WHEN WS-AGE-DAYS NOT > 30
                    ADD 1 TO WS-AGE-30-COUNT
                WHEN WS-AGE-DAYS NOT > 60
                    ADD 1 TO WS-AGE-60-COUNT
                WHEN WS-AGE-DAYS NOT > 90
                    ADD 1 TO WS-AGE-90-COUNT
                WHEN OTHER
                    ADD 1 TO WS-AGE-OVER-COUNT
            END-EVALUATE.

            MOVE WS-AGE-DAYS        TO DL-AGE.

       OD1000-REPORT-OPEN.
            MOVE SW-ARTIST          TO DL-ARTIST.
            MOVE SW-TITLE           TO DL-TITLE.
            MOVE SW-COPY            TO DL-COPY.
            MOVE SW-LOSS-DATE       TO DL-LOSS-DATE.
            EVALUATE SW-LOSS-TYPE
                WHEN "L"
                    MOVE "LOST" TO DL-TYPE
                WHEN "D"
                    MOVE "DMGD" TO DL-TYPE
                WHEN "T"
                    MOVE "STLN" TO DL-TYPE
                WHEN OTHER
                    MOVE "????" TO DL-TYPE
            END-EVALUATE.
            IF SW-STATUS = "F"
                MOVE "FILED"        TO DL-STATUS
            ELSE
                MOVE "OPEN"         TO DL-STATUS
            END-IF.
            MOVE SW-VALUE           TO DL-VALUE.
            MOVE SW-BORROWER        TO DL-BORROWER.

            WRITE CLAIMS-REPORT-REC FROM DETAIL-LINE
                AFTER ADVANCING 1 LINE.

            ADD 1                   TO WS-OPEN-COUNT.
            ADD SW-VALUE            TO A-OPEN-CARRIED.

       OB3000-WRAPUP.
            IF WS-OPEN-COUNT = ZERO
                WRITE CLAIMS-REPORT-REC FROM NONE-LINE
                    AFTER ADVANCING 1 LINE
            END-IF.

            MOVE SPACES TO CLAIMS-REPORT-REC.
            WRITE CLAIMS-REPORT-REC
                AFTER ADVANCING 1 LINE.

            MOVE "OPEN CLAIMS:"           TO SL-LABEL.
            MOVE WS-OPEN-COUNT            TO SL-COUNT.
            PERFORM OE1000-WRITE-SUMMARY.
            MOVE "  AGED 0-30 DAYS:"      TO SL-LABEL.
            MOVE WS-AGE-30-COUNT          TO SL-COUNT.
            PERFORM OE1000-WRITE-SUMMARY.
            MOVE "  AGED 31-60 DAYS:"     TO SL-LABEL.
            MOVE WS-AGE-60-COUNT          TO SL-COUNT.
            PERFORM OE1000-WRITE-SUMMARY.
            MOVE "  AGED 61-90 DAYS:"     TO SL-LABEL.
            MOVE WS-AGE-90-COUNT          TO SL-COUNT.
            PERFORM OE1000-WRITE-SUMMARY.
            MOVE "  AGED OVER 90 DAYS:"   TO SL-LABEL.
            MOVE WS-AGE-OVER-COUNT        TO SL-COUNT.
            PERFORM OE1000-WRITE-SUMMARY.
            MOVE "  NO LOSS DATE:"        TO SL-LABEL.
            MOVE WS-UNDATED-COUNT         TO SL-COUNT.
            PERFORM OE1000-WRITE-SUMMARY.
            MOVE "OPEN VALUE CARRIED:"    TO SV-LABEL.
            MOVE A-OPEN-CARRIED           TO SV-VALUE.
            PERFORM OE2000-WRITE-VALUE.

      *> The settled block is the point of the report: what the
      *> master was carrying the lost tapes at against what the
      *> insurer actually paid. A positive shortfall is value the
      *> collection has written off for good.
            MOVE SPACES TO CLAIMS-REPORT-REC.
            WRITE CLAIMS-REPORT-REC
                AFTER ADVANCING 1 LINE.

            COMPUTE A-SETTLED-SHORT =
                A-SETTLED-CARRIED - A-SETTLED-PAID.

            MOVE "CLAIMS SETTLED:"        TO SL-LABEL.
            MOVE WS-SETTLED-COUNT         TO SL-COUNT.
            PERFORM OE1000-WRITE-SUMMARY.
            MOVE "  VALUE CARRIED:"       TO SV-LABEL.
            MOVE A-SETTLED-CARRIED        TO SV-VALUE.
            PERFORM OE2000-WRITE-VALUE.
            MOVE "  SETTLEMENTS RECEIVED:" TO SV-LABEL.
            MOVE A-SETTLED-PAID           TO SV-VALUE.
            PERFORM OE2000-WRITE-VALUE.
            MOVE "  SHORTFALL:"           TO SV-LABEL.
            MOVE A-SETTLED-SHORT          TO SV-VALUE.
            PERFORM OE2000-WRITE-VALUE.

            MOVE SPACES TO CLAIMS-REPORT-REC.
            WRITE CLAIMS-REPORT-REC
                AFTER ADVANCING 1 LINE.

            MOVE "CLAIMS DENIED:"         TO SL-LABEL.
            MOVE WS-DENIED-COUNT          TO SL-COUNT.
            PERFORM OE1000-WRITE-SUMMARY.
            MOVE "  VALUE WRITTEN OFF:"   TO SV-LABEL.
            MOVE A-DENIED-CARRIED         TO SV-VALUE.
            PERFORM OE2000-WRITE-VALUE.

            CLOSE CLAIMS-REPORT.

       OE1000-WRITE-SUMMARY.
            WRITE CLAIMS-REPORT-REC FROM SUMMARY-LINE
                AFTER ADVANCING 1 LINE.

       OE2000-WRITE-VALUE.
            WRITE CLAIMS-REPORT-REC FROM SUMMARY-VALUE-LINE
                AFTER ADVANCING 1 LINE.

       OE3000-WRITE-UNDATED-HEAD.
            MOVE "NO LOSS DATE" TO SC-LABEL.
            WRITE CLAIMS-REPORT-REC FROM SECTION-LINE
                AFTER ADVANCING 2 LINES.
            MOVE "Y" TO WS-UNDATED-HEAD-SW.
