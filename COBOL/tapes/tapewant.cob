       IDENTIFICATION DIVISION.
       PROGRAM-ID. WANT-MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT WANT-FILE
                ASSIGN TO "/tmp/WANTS.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS WT-KEY
                FILE STATUS IS WS-WANT-STATUS.
            SELECT TRAN-WANT
                ASSIGN TO "/tmp/WANTS.TXN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRAN-STATUS.
            SELECT WANT-REPORT
                ASSIGN TO "/tmp/want-maint-report"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  WANT-FILE.
       COPY WANTMSTR.

      *> One card per want-list action: "A" adds a want (or reopens
      *> one that was bought or cancelled), "C" changes format, price
      *> or priority on an open want (blank fields are left as they
      *> are), "X" cancels it. Purchases are not keyed here - they
      *> come in through WANT-RECEIVING. WX-EFF-DATE dates the add or
      *> cancel; blank means the day the batch ran. A blank max price
      *> on an add files as zero, no ceiling.
       FD  TRAN-WANT.
       01  WANT-TRAN-REC.
            05  WX-TRAN-CODE                PIC X(01).
            05  WX-ARTIST                   PIC X(20).
            05  WX-TITLE                    PIC X(20).
            05  WX-FORMAT                   PIC X(02).
            05  WX-MAX-PRICE                PIC 999V99.
            05  WX-MAX-PRICE-X REDEFINES WX-MAX-PRICE
                                            PIC X(05).
            05  WX-PRIORITY                 PIC 9(01).
            05  WX-EFF-DATE                 PIC X(08).

       FD  WANT-REPORT.
       01  WANT-REPORT-REC                  PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
            05  WS-WANT-STATUS              PIC X(02) VALUE "00".
            05  WS-TRAN-STATUS              PIC X(02) VALUE "00".

       01  WS-SWITCHES.
            05  EOF-TRAN-SW                 PIC X VALUE "N".
                88  EOF-TRAN                      VALUE "Y".

       01  WS-COUNTERS.
            05  WS-ADD-COUNT                PIC 9(05) VALUE ZERO.
            05  WS-CHANGE-COUNT             PIC 9(05) VALUE ZERO.
            05  WS-CANCEL-COUNT             PIC 9(05) VALUE ZERO.
            05  WS-REJECT-COUNT             PIC 9(05) VALUE ZERO.

       01  WS-EDIT-FIELDS.
            05  WS-EFF-DATE                 PIC X(08) VALUE SPACES.
      *> A want keyed without a priority sits in the middle.
            05  WS-DEFAULT-PRIORITY         PIC 9(01) VALUE 5.

       01  WS-CURRENT-DATE.
            05  WS-CD-YYYYMMDD              PIC X(08).
            05  WS-CD-REST                  PIC X(13).

       01  TITLE-1.
            05  PIC X(25) VALUE ALL SPACES.
            05  PIC X(25) VALUE "WANT LIST MAINTENANCE".

       01  DETAIL-LINE.
            05  DL-TRAN-CODE                PIC X(01).
            05  PIC X(02) VALUE ALL SPACES.
            05  DL-ARTIST                   PIC X(20).
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-TITLE                    PIC X(20).
            05  PIC X(02) VALUE ALL SPACES.
            05  DL-RESULT                   PIC X(33).

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
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

            OPEN I-O WANT-FILE.
            IF WS-WANT-STATUS = "35"
                OPEN OUTPUT WANT-FILE
                CLOSE WANT-FILE
                OPEN I-O WANT-FILE
            END-IF.

            OPEN OUTPUT WANT-REPORT.
            WRITE WANT-REPORT-REC FROM TITLE-1.
            MOVE SPACES TO WANT-REPORT-REC.
            WRITE WANT-REPORT-REC
                AFTER ADVANCING 1 LINE.

            OPEN INPUT TRAN-WANT.
            IF WS-TRAN-STATUS NOT = "00"
                DISPLAY "WANT-MAINTENANCE: NO TRANSACTION FILE "
                    "(STATUS " WS-TRAN-STATUS ") - NOTHING TO APPLY"
                MOVE "Y" TO EOF-TRAN-SW
            ELSE
                PERFORM OC1000-READ-TRAN
            END-IF.

       OC1000-READ-TRAN.
            READ TRAN-WANT
                AT END MOVE "Y" TO EOF-TRAN-SW.

       OB2000-PROCESS.
            IF WX-EFF-DATE IS NUMERIC
                MOVE WX-EFF-DATE    TO WS-EFF-DATE
            ELSE
                MOVE WS-CD-YYYYMMDD TO WS-EFF-DATE
            END-IF.

            MOVE WX-ARTIST TO WT-ARTIST.
            MOVE WX-TITLE  TO WT-TITLE.

            IF WX-ARTIST = SPACES OR WX-TITLE = SPACES
                MOVE "REJECTED - NO ARTIST/TITLE" TO DL-RESULT
                ADD 1 TO WS-REJECT-COUNT
            ELSE
                EVALUATE WX-TRAN-CODE
                    WHEN "A"
                        PERFORM OD1000-ADD-WANT
                    WHEN "C"
                        PERFORM OD2000-CHANGE-WANT
                    WHEN "X"
                        PERFORM OD3000-CANCEL-WANT
                    WHEN OTHER
                        MOVE "REJECTED - BAD TRAN CODE" TO DL-RESULT
                        ADD 1 TO WS-REJECT-COUNT
                END-EVALUATE
            END-IF.

            PERFORM OE1000-WRITE-DETAIL.

            PERFORM OC1000-READ-TRAN.

       OD1000-ADD-WANT.
            IF WX-MAX-PRICE-X NOT = SPACES
                    AND WX-MAX-PRICE IS NOT NUMERIC
                MOVE "REJECTED - BAD MAX PRICE" TO DL-RESULT
                ADD 1 TO WS-REJECT-COUNT
            ELSE
                READ WANT-FILE
                    INVALID KEY
                        PERFORM OD1100-SET-WANT
                        WRITE WANT-REC
                            INVALID KEY
                                MOVE "REJECTED - WRITE FAILED"
                                    TO DL-RESULT
                                ADD 1 TO WS-REJECT-COUNT
                            NOT INVALID KEY
                                MOVE "ADDED"     TO DL-RESULT
                                ADD 1 TO WS-ADD-COUNT
                        END-WRITE
                    NOT INVALID KEY
      *> A closed want is kept for the record, but hunting for the
      *> same album again simply reopens it with the new terms.
                        IF WT-OPEN
                            MOVE "REJECTED - ALREADY WANTED"
                                TO DL-RESULT
                            ADD 1 TO WS-REJECT-COUNT
                        ELSE
                            PERFORM OD1100-SET-WANT
                            PERFORM OE2000-REWRITE-WANT
                            IF DL-RESULT = SPACES
                                MOVE "REOPENED"  TO DL-RESULT
                                ADD 1 TO WS-ADD-COUNT
                            END-IF
                        END-IF
                END-READ
            END-IF.

       OD1100-SET-WANT.
            MOVE WX-FORMAT              TO WT-FORMAT.
            IF WX-MAX-PRICE-X = SPACES
                MOVE ZERO                TO WT-MAX-PRICE
            ELSE
                MOVE WX-MAX-PRICE        TO WT-MAX-PRICE
            END-IF.
            IF WX-PRIORITY IS NUMERIC AND WX-PRIORITY > ZERO
                MOVE WX-PRIORITY         TO WT-PRIORITY
            ELSE
                MOVE WS-DEFAULT-PRIORITY TO WT-PRIORITY
            END-IF.
            MOVE "O"                    TO WT-STATUS.
            MOVE WS-EFF-DATE            TO WT-ADD-DATE.
            MOVE SPACES                 TO WT-CLOSE-DATE.
            MOVE ZERO                   TO WT-PAID.

       OD2000-CHANGE-WANT.
            READ WANT-FILE
                INVALID KEY
                    MOVE "REJECTED - NOT ON FILE" TO DL-RESULT
                    ADD 1 TO WS-REJECT-COUNT
                NOT INVALID KEY
                    IF NOT WT-OPEN
                        MOVE "REJECTED - WANT CLOSED" TO DL-RESULT
                        ADD 1 TO WS-REJECT-COUNT
                    ELSE
                        IF WX-FORMAT NOT = SPACES
                            MOVE WX-FORMAT    TO WT-FORMAT
                        END-IF
                        IF WX-MAX-PRICE IS NUMERIC
                            MOVE WX-MAX-PRICE TO WT-MAX-PRICE
                        END-IF
                        IF WX-PRIORITY IS NUMERIC
                                AND WX-PRIORITY > ZERO
                            MOVE WX-PRIORITY  TO WT-PRIORITY
                        END-IF
                        PERFORM OE2000-REWRITE-WANT
                        IF DL-RESULT = SPACES
                            MOVE "CHANGED"     TO DL-RESULT
                            ADD 1 TO WS-CHANGE-COUNT
                        END-IF
                    END-IF
            END-READ.

       OD3000-CANCEL-WANT.
            READ WANT-FILE
                INVALID KEY
                    MOVE "REJECTED - NOT ON FILE" TO DL-RESULT
                    ADD 1 TO WS-REJECT-COUNT
                NOT INVALID KEY
                    IF NOT WT-OPEN
                        MOVE "REJECTED - WANT CLOSED" TO DL-RESULT
                        ADD 1 TO WS-REJECT-COUNT
                    ELSE
                        MOVE "X"              TO WT-STATUS
                        MOVE WS-EFF-DATE      TO WT-CLOSE-DATE
                        PERFORM OE2000-REWRITE-WANT
                        IF DL-RESULT = SPACES
                            MOVE "CANCELLED"   TO DL-RESULT
                            ADD 1 TO WS-CANCEL-COUNT
                        END-IF
                    END-IF
            END-READ.

       OE2000-REWRITE-WANT.
      *> Leaves DL-RESULT blank when the rewrite took, so the caller
      *> can post its own result.
            MOVE SPACES TO DL-RESULT.
            REWRITE WANT-REC
                INVALID KEY
                    MOVE "REJECTED - REWRITE FAILED" TO DL-RESULT
                    ADD 1 TO WS-REJECT-COUNT
            END-REWRITE.

       OE1000-WRITE-DETAIL.
            MOVE WX-TRAN-CODE           TO DL-TRAN-CODE.
            MOVE WX-ARTIST              TO DL-ARTIST.
            MOVE WX-TITLE               TO DL-TITLE.

            WRITE WANT-REPORT-REC FROM DETAIL-LINE
                AFTER ADVANCING 1 LINE.

       OB3000-WRAPUP.
            MOVE SPACES TO WANT-REPORT-REC.
            WRITE WANT-REPORT-REC
                AFTER ADVANCING 1 LINE.

            MOVE "WANTS ADDED:"           TO SL-LABEL.
            MOVE WS-ADD-COUNT             TO SL-COUNT.
            WRITE WANT-REPORT-REC FROM SUMMARY-LINE
                AFTER ADVANCING 1 LINE.

            MOVE "WANTS CHANGED:"         TO SL-LABEL.
            MOVE WS-CHANGE-COUNT          TO SL-COUNT.
            WRITE WANT-REPORT-REC FROM SUMMARY-LINE
                AFTER ADVANCING 1 LINE.

            MOVE "WANTS CANCELLED:"       TO SL-LABEL.
            MOVE WS-CANCEL-COUNT          TO SL-COUNT.
            WRITE WANT-REPORT-REC FROM SUMMARY-LINE
                AFTER ADVANCING 1 LINE.

            MOVE "TRANS REJECTED:"        TO SL-LABEL.
            MOVE WS-REJECT-COUNT          TO SL-COUNT.
            WRITE WANT-REPORT-REC FROM SUMMARY-LINE
                AFTER ADVANCING 1 LINE.

            CLOSE WANT-FILE.
            IF WS-TRAN-STATUS = "00" OR WS-TRAN-STATUS = "10"
                CLOSE TRAN-WANT
            END-IF.
            CLOSE WANT-REPORT.
