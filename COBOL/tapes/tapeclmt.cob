       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAIM-MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CLAIM-FILE
                ASSIGN TO "/tmp/CLAIMS.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CM-KEY
                FILE STATUS IS WS-CLAIM-STATUS.
            SELECT TRAN-CLAIM
                ASSIGN TO "/tmp/CLAIMS.TXN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRAN-STATUS.
            SELECT CLAIM-REPORT
                ASSIGN TO "/tmp/claim-maint-report"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  CLAIM-FILE.
       COPY CLAIMMSTR.

      *> One card per step in a claim's life: "F" files an open
      *> claim with the insurer, "S" settles it for CX-SETTLE-AMOUNT,
      *> "D" records a denial. Claims are opened only by an "L"
      *> transaction in TAPE-MAINTENANCE, never from here. The claim
      *> is named by tape key plus loss date; a blank copy means
      *> "01". A blank CX-EFF-DATE means the day the batch ran.
       FD  TRAN-CLAIM.
       01  CLAIM-TRAN-REC.
            05  CX-TRAN-CODE                PIC X(01).
            05  CX-ARTIST                   PIC X(20).
            05  CX-TITLE                    PIC X(20).
            05  CX-COPY                     PIC X(02).
            05  CX-LOSS-DATE                PIC X(08).
            05  CX-EFF-DATE                 PIC X(08).
            05  CX-SETTLE-AMOUNT            PIC 999V99.

       FD  CLAIM-REPORT.
       01  CLAIM-REPORT-REC                 PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
            05  WS-CLAIM-STATUS             PIC X(02) VALUE "00".
            05  WS-TRAN-STATUS              PIC X(02) VALUE "00".

       01  WS-SWITCHES.
            05  EOF-TRAN-SW                 PIC X VALUE "N".
                88  EOF-TRAN                      VALUE "Y".
            05  WS-CLAIM-OPEN-SW            PIC X VALUE "N".
                88  WS-CLAIM-OPEN                 VALUE "Y".
            05  WS-TRAN-OPEN-SW             PIC X VALUE "N".
                88  WS-TRAN-OPEN                  VALUE "Y".

       01  WS-COUNTERS.
            05  WS-FILE-COUNT               PIC 9(05) VALUE ZERO.
            05  WS-SETTLE-COUNT             PIC 9(05) VALUE ZERO.
            05  WS-DENY-COUNT               PIC 9(05) VALUE ZERO.
            05  WS-REJECT-COUNT             PIC 9(05) VALUE ZERO.

       01  WS-EDIT-FIELDS.
            05  WS-EFF-DATE                 PIC X(08) VALUE SPACES.

       01  WS-CURRENT-DATE.
            05  WS-CD-YYYYMMDD              PIC X(08).
            05  WS-CD-REST                  PIC X(13).

       01  TITLE-1.
            05  PIC X(25) VALUE ALL SPACES.
            05  PIC X(25) VALUE "LOSS CLAIM MAINTENANCE".

       01  DETAIL-LINE.
            05  DL-TRAN-CODE                PIC X(01).
            05  PIC X(02) VALUE ALL SPACES.
            05  DL-ARTIST                   PIC X(20).
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-TITLE                    PIC X(20).
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-COPY                     PIC X(02).
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-LOSS-DATE                PIC X(08).
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-RESULT                   PIC X(30).

       01  SUMMARY-LINE.
            05  SL-LABEL                    PIC X(20).
            05  SL-COUNT                    PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       00000-MAIN.
            PERFORM OB1000-SETUP.
            PERFORM OB2000-PROCESS
                UNTIL EOF-TRAN.
            PERFORM OB3000-WRAPUP.

            STOP RUN.

       OB1000-SETUP.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

            OPEN OUTPUT CLAIM-REPORT.
            WRITE CLAIM-REPORT-REC FROM TITLE-1.
            MOVE SPACES TO CLAIM-REPORT-REC.
            WRITE CLAIM-REPORT-REC
                AFTER ADVANCING 1 LINE.

            OPEN I-O CLAIM-FILE.
            IF WS-CLAIM-STATUS NOT = "00"
                DISPLAY "CLAIM-MAINTENANCE: NO CLAIMS FILE (STATUS "
                    WS-CLAIM-STATUS ") - NO LOSSES EVER BOOKED"
                MOVE "Y" TO EOF-TRAN-SW
            ELSE
                MOVE "Y" TO WS-CLAIM-OPEN-SW
                OPEN INPUT TRAN-CLAIM
                IF WS-TRAN-STATUS NOT = "00"
                    DISPLAY "CLAIM-MAINTENANCE: NO TRANSACTION FILE "
                        "(STATUS " WS-TRAN-STATUS ") - NOTHING TO APPLY"
                    MOVE "Y" TO EOF-TRAN-SW
                ELSE
                    MOVE "Y" TO WS-TRAN-OPEN-SW
                    PERFORM OC1000-READ-TRAN
                END-IF
            END-IF.

       OC1000-READ-TRAN.
            READ TRAN-CLAIM
                AT END MOVE "Y" TO EOF-TRAN-SW.

       OB2000-PROCESS.
            IF CX-EFF-DATE IS NUMERIC
                MOVE CX-EFF-DATE    TO WS-EFF-DATE
            ELSE
                MOVE WS-CD-YYYYMMDD TO WS-EFF-DATE
            END-IF.

            MOVE CX-ARTIST              TO CM-ARTIST.
            MOVE CX-TITLE               TO CM-TITLE.
            MOVE CX-COPY                TO CM-COPY.
            IF CM-COPY = SPACES
                MOVE "01" TO CM-COPY
            END-IF.
            MOVE CX-LOSS-DATE           TO CM-LOSS-DATE.

            EVALUATE CX-TRAN-CODE
                WHEN "F"
                WHEN "S"
                WHEN "D"
                    PERFORM OD1000-ADVANCE-CLAIM
                WHEN OTHER
                    MOVE "REJECTED - BAD TRAN CODE" TO DL-RESULT
                    ADD 1 TO WS-REJECT-COUNT
            END-EVALUATE.

            PERFORM OE1000-WRITE-DETAIL.

            PERFORM OC1000-READ-TRAN.

       OD1000-ADVANCE-CLAIM.
            READ CLAIM-FILE
                INVALID KEY
                    MOVE "REJECTED - NO SUCH CLAIM" TO DL-RESULT
                    ADD 1 TO WS-REJECT-COUNT
                NOT INVALID KEY
                    IF CM-SETTLED OR CM-DENIED
                        MOVE "REJECTED - CLAIM CLOSED" TO DL-RESULT
                        ADD 1 TO WS-REJECT-COUNT
                    ELSE
                        EVALUATE CX-TRAN-CODE
                            WHEN "F"
                                PERFORM OD2000-FILE-CLAIM
                            WHEN "S"
                                PERFORM OD3000-SETTLE-CLAIM
                            WHEN "D"
                                PERFORM OD4000-DENY-CLAIM
                        END-EVALUATE
                    END-IF
            END-READ.

       OD2000-FILE-CLAIM.
            IF CM-FILED
                MOVE "REJECTED - ALREADY FILED" TO DL-RESULT
                ADD 1 TO WS-REJECT-COUNT
            ELSE
                MOVE "F"            TO CM-STATUS
                MOVE WS-EFF-DATE    TO CM-FILED-DATE
                PERFORM OE2000-REWRITE-CLAIM
                IF DL-RESULT = SPACES
                    MOVE "FILED"     TO DL-RESULT
                    ADD 1 TO WS-FILE-COUNT
                END-IF
            END-IF.

       OD3000-SETTLE-CLAIM.
      *> A claim can settle straight from open when the insurer pays
      *> without a formal filing; the filed date is then the day it
      *> settled, so the claim's history has no hole in it.
            IF CX-SETTLE-AMOUNT IS NOT NUMERIC
                MOVE "REJECTED - BAD SETTLE AMOUNT" TO DL-RESULT
                ADD 1 TO WS-REJECT-COUNT
            ELSE
                IF CM-OPEN
                    MOVE WS-EFF-DATE TO CM-FILED-DATE
                END-IF
                MOVE "S"              TO CM-STATUS
                MOVE WS-EFF-DATE      TO CM-CLOSED-DATE
                MOVE CX-SETTLE-AMOUNT TO CM-SETTLE-AMOUNT
                PERFORM OE2000-REWRITE-CLAIM
                IF DL-RESULT = SPACES
                    MOVE "SETTLED"   TO DL-RESULT
                    ADD 1 TO WS-SETTLE-COUNT
                END-IF
            END-IF.

       OD4000-DENY-CLAIM.
            IF CM-OPEN
                MOVE WS-EFF-DATE TO CM-FILED-DATE
            END-IF.
            MOVE "D"                TO CM-STATUS.
            MOVE WS-EFF-DATE        TO CM-CLOSED-DATE.
            MOVE ZERO               TO CM-SETTLE-AMOUNT.
            PERFORM OE2000-REWRITE-CLAIM.
            IF DL-RESULT = SPACES
                MOVE "DENIED"        TO DL-RESULT
                ADD 1 TO WS-DENY-COUNT
            END-IF.

       OE2000-REWRITE-CLAIM.
      *> Leaves DL-RESULT blank when the rewrite took, so the caller
      *> can post its own result.
            MOVE SPACES TO DL-RESULT.
            REWRITE CLAIM-REC
                INVALID KEY
                    MOVE "REJECTED - REWRITE FAILED" TO DL-RESULT
                    ADD 1 TO WS-REJECT-COUNT
            END-REWRITE.

       OE1000-WRITE-DETAIL.
            MOVE CX-TRAN-CODE           TO DL-TRAN-CODE.
            MOVE CM-ARTIST              TO DL-ARTIST.
            MOVE CM-TITLE               TO DL-TITLE.
            MOVE CM-COPY                TO DL-COPY.
            MOVE CM-LOSS-DATE           TO DL-LOSS-DATE.

            WRITE CLAIM-REPORT-REC FROM DETAIL-LINE
                AFTER ADVANCING 1 LINE.

       OB3000-WRAPUP.
            MOVE SPACES TO CLAIM-REPORT-REC.
            WRITE CLAIM-REPORT-REC
                AFTER ADVANCING 1 LINE.

            MOVE "CLAIMS FILED:"      TO SL-LABEL.
            MOVE WS-FILE-COUNT        TO SL-COUNT.
            WRITE CLAIM-REPORT-REC FROM SUMMARY-LINE
                AFTER ADVANCING 1 LINE.

            MOVE "CLAIMS SETTLED:"    TO SL-LABEL.
            MOVE WS-SETTLE-COUNT      TO SL-COUNT.
            WRITE CLAIM-REPORT-REC FROM SUMMARY-LINE
                AFTER ADVANCING 1 LINE.

            MOVE "CLAIMS DENIED:"     TO SL-LABEL.
            MOVE WS-DENY-COUNT        TO SL-COUNT.
            WRITE CLAIM-REPORT-REC FROM SUMMARY-LINE
                AFTER ADVANCING 1 LINE.

            MOVE "TRANS REJECTED:"    TO SL-LABEL.
            MOVE WS-REJECT-COUNT      TO SL-COUNT.
            WRITE CLAIM-REPORT-REC FROM SUMMARY-LINE
                AFTER ADVANCING 1 LINE.

            IF WS-CLAIM-OPEN
                CLOSE CLAIM-FILE
            END-IF.
            IF WS-TRAN-OPEN
                CLOSE TRAN-CLAIM
            END-IF.
            CLOSE CLAIM-REPORT.
