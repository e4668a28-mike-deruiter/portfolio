       IDENTIFICATION DIVISION.
       PROGRAM-ID. BORROWER-MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT BORROWER-FILE
                ASSIGN TO "/tmp/BORROWERS.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BW-KEY
                FILE STATUS IS WS-BORROWER-STATUS.
            SELECT TRAN-BORROWER
                ASSIGN TO "/tmp/BORROWERS.TXN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRAN-STATUS.
            SELECT BORROWER-REPORT
                ASSIGN TO "/tmp/borrower-maint-report"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  BORROWER-FILE.
       COPY BORRMSTR.

      *> One card per borrower action: "A" registers a borrower,
      *> "C" changes name, contact details or limit (blank fields
      *> are left as they are), "S" suspends and "R" reinstates.
      *> BX-EFF-DATE dates a registration, suspension or
      *> reinstatement; blank means the day the batch ran. A limit
      *> must be at least one tape; a borrower who may take nothing
      *> is suspended, not given a limit of zero.
       FD  TRAN-BORROWER.
       01  BORROWER-TRAN-REC.
            05  BX-TRAN-CODE                PIC X(01).
            05  BX-ID                       PIC X(06).
            05  BX-NAME                     PIC X(30).
            05  BX-ADDRESS                  PIC X(30).
            05  BX-PHONE                    PIC X(15).
            05  BX-EMAIL                    PIC X(30).
            05  BX-MAX-OUT                  PIC 9(02).
            05  BX-MAX-OUT-X REDEFINES BX-MAX-OUT
                                            PIC X(02).
            05  BX-EFF-DATE                 PIC X(08).

       FD  BORROWER-REPORT.
       01  BORROWER-REPORT-REC              PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
            05  WS-BORROWER-STATUS          PIC X(02) VALUE "00".
            05  WS-TRAN-STATUS              PIC X(02) VALUE "00".

       01  WS-SWITCHES.
            05  EOF-TRAN-SW                 PIC X VALUE "N".
                88  EOF-TRAN                      VALUE "Y".

       01  WS-COUNTERS.
            05  WS-ADD-COUNT                PIC 9(05) VALUE ZERO.
            05  WS-CHANGE-COUNT             PIC 9(05) VALUE ZERO.
            05  WS-SUSPEND-COUNT            PIC 9(05) VALUE ZERO.
            05  WS-REINSTATE-COUNT          PIC 9(05) VALUE ZERO.
            05  WS-REJECT-COUNT             PIC 9(05) VALUE ZERO.

       01  WS-EDIT-FIELDS.
            05  WS-EFF-DATE                 PIC X(08) VALUE SPACES.
      *> A registration keyed without a limit gets the house limit.
            05  WS-DEFAULT-MAX-OUT          PIC 9(02) VALUE 3.

       01  WS-CURRENT-DATE.
            05  WS-CD-YYYYMMDD              PIC X(08).
            05  WS-CD-REST                  PIC X(13).

       01  TITLE-1.
            05  PIC X(25) VALUE ALL SPACES.
            05  PIC X(25) VALUE "BORROWER MAINTENANCE".

       01  DETAIL-LINE.
            05  DL-TRAN-CODE                PIC X(01).
            05  PIC X(02) VALUE ALL SPACES.
            05  DL-ID                       PIC X(06).
            05  PIC X(02) VALUE ALL SPACES.
            05  DL-NAME                     PIC X(30).
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

            OPEN I-O BORROWER-FILE.
            IF WS-BORROWER-STATUS = "35"
                OPEN OUTPUT BORROWER-FILE
                CLOSE BORROWER-FILE
                OPEN I-O BORROWER-FILE
            END-IF.

            OPEN OUTPUT BORROWER-REPORT.
            WRITE BORROWER-REPORT-REC FROM TITLE-1.
            MOVE SPACES TO BORROWER-REPORT-REC.
            WRITE BORROWER-REPORT-REC
                AFTER ADVANCING 1 LINE.

            OPEN INPUT TRAN-BORROWER.
            IF WS-TRAN-STATUS NOT = "00"
                DISPLAY "BORROWER-MAINTENANCE: NO TRANSACTION FILE "
                    "(STATUS " WS-TRAN-STATUS ") - NOTHING TO APPLY"
                MOVE "Y" TO EOF-TRAN-SW
            ELSE
                PERFORM OC1000-READ-TRAN
            END-IF.

       OC1000-READ-TRAN.
            READ TRAN-BORROWER
                AT END MOVE "Y" TO EOF-TRAN-SW.

       OB2000-PROCESS.
            IF BX-EFF-DATE IS NUMERIC
                MOVE BX-EFF-DATE    TO WS-EFF-DATE
            ELSE
                MOVE WS-CD-YYYYMMDD TO WS-EFF-DATE
            END-IF.

            MOVE BX-ID TO BW-ID.

            IF BX-ID = SPACES
                MOVE "REJECTED - NO BORROWER ID" TO DL-RESULT
                ADD 1 TO WS-REJECT-COUNT
                MOVE BX-NAME TO DL-NAME
                PERFORM OE1000-WRITE-DETAIL
            ELSE
                EVALUATE BX-TRAN-CODE
                    WHEN "A"
                        PERFORM OD1000-ADD-BORROWER
                    WHEN "C"
                        PERFORM OD2000-CHANGE-BORROWER
                    WHEN "S"
                        PERFORM OD3000-SUSPEND-BORROWER
                    WHEN "R"
                        PERFORM OD4000-REINSTATE-BORROWER
                    WHEN OTHER
                        MOVE "REJECTED - BAD TRAN CODE" TO DL-RESULT
                        ADD 1 TO WS-REJECT-COUNT
                        MOVE BX-NAME TO DL-NAME
                        PERFORM OE1000-WRITE-DETAIL
                END-EVALUATE
            END-IF.

            PERFORM OC1000-READ-TRAN.

       OD1000-ADD-BORROWER.
            MOVE BX-NAME TO DL-NAME.

            IF BX-NAME = SPACES
                MOVE "REJECTED - NO NAME" TO DL-RESULT
                ADD 1 TO WS-REJECT-COUNT
            ELSE IF BX-MAX-OUT-X NOT = SPACES
                    AND BX-MAX-OUT IS NOT NUMERIC
                MOVE "REJECTED - BAD LIMIT" TO DL-RESULT
                ADD 1 TO WS-REJECT-COUNT
            ELSE IF BX-MAX-OUT-X NOT = SPACES
                    AND BX-MAX-OUT = ZERO
                MOVE "REJECTED - ZERO LIMIT" TO DL-RESULT
                ADD 1 TO WS-REJECT-COUNT
            ELSE
                MOVE BX-NAME            TO BW-NAME
                MOVE BX-ADDRESS         TO BW-ADDRESS
                MOVE BX-PHONE           TO BW-PHONE
                MOVE BX-EMAIL           TO BW-EMAIL
                IF BX-MAX-OUT IS NUMERIC
                    MOVE BX-MAX-OUT         TO BW-MAX-OUT
                ELSE
                    MOVE WS-DEFAULT-MAX-OUT TO BW-MAX-OUT
                END-IF
                MOVE "A"                TO BW-STATUS
                MOVE WS-EFF-DATE        TO BW-STATUS-DATE
                MOVE WS-EFF-DATE        TO BW-REG-DATE
                WRITE BORROWER-REC
                    INVALID KEY
                        MOVE "REJECTED - ALREADY REGISTERED"
                            TO DL-RESULT
                        ADD 1 TO WS-REJECT-COUNT
                    NOT INVALID KEY
                        MOVE "REGISTERED"    TO DL-RESULT
                        ADD 1 TO WS-ADD-COUNT
                END-WRITE
            END-IF.

            PERFORM OE1000-WRITE-DETAIL.

       OD2000-CHANGE-BORROWER.
            READ BORROWER-FILE
                INVALID KEY
                    MOVE BX-NAME TO DL-NAME
                    MOVE "REJECTED - NOT ON FILE" TO DL-RESULT
                    ADD 1 TO WS-REJECT-COUNT
                NOT INVALID KEY
                    PERFORM OD2100-CHECK-CHANGE
            END-READ.

            PERFORM OE1000-WRITE-DETAIL.

       OD2100-CHECK-CHANGE.
            MOVE BW-NAME TO DL-NAME.

            IF BX-MAX-OUT-X NOT = SPACES
                    AND BX-MAX-OUT IS NOT NUMERIC
                MOVE "REJECTED - BAD LIMIT" TO DL-RESULT
                ADD 1 TO WS-REJECT-COUNT
            ELSE IF BX-MAX-OUT-X NOT = SPACES
                    AND BX-MAX-OUT = ZERO
                MOVE "REJECTED - ZERO LIMIT" TO DL-RESULT
                ADD 1 TO WS-REJECT-COUNT
            ELSE
                PERFORM OD2200-APPLY-CHANGE
            END-IF.

       OD2200-APPLY-CHANGE.
            IF BX-NAME NOT = SPACES
                MOVE BX-NAME    TO BW-NAME
            END-IF.
            IF BX-ADDRESS NOT = SPACES
                MOVE BX-ADDRESS TO BW-ADDRESS
            END-IF.
            IF BX-PHONE NOT = SPACES
                MOVE BX-PHONE   TO BW-PHONE
            END-IF.
            IF BX-EMAIL NOT = SPACES
                MOVE BX-EMAIL   TO BW-EMAIL
            END-IF.
            IF BX-MAX-OUT IS NUMERIC
                MOVE BX-MAX-OUT TO BW-MAX-OUT
            END-IF.
            MOVE BW-NAME TO DL-NAME.
            PERFORM OE2000-REWRITE-BORROWER.
            IF DL-RESULT = SPACES
                MOVE "CHANGED"   TO DL-RESULT
                ADD 1 TO WS-CHANGE-COUNT
            END-IF.

       OD3000-SUSPEND-BORROWER.
            READ BORROWER-FILE
                INVALID KEY
                    MOVE BX-NAME TO DL-NAME
                    MOVE "REJECTED - NOT ON FILE" TO DL-RESULT
                    ADD 1 TO WS-REJECT-COUNT
                NOT INVALID KEY
                    MOVE BW-NAME TO DL-NAME
                    IF BW-SUSPENDED
                        MOVE "REJECTED - ALREADY SUSPENDED"
                            TO DL-RESULT
                        ADD 1 TO WS-REJECT-COUNT
                    ELSE
                        MOVE "S"         TO BW-STATUS
                        MOVE WS-EFF-DATE TO BW-STATUS-DATE
                        PERFORM OE2000-REWRITE-BORROWER
                        IF DL-RESULT = SPACES
                            MOVE "SUSPENDED" TO DL-RESULT
                            ADD 1 TO WS-SUSPEND-COUNT
                        END-IF
                    END-IF
            END-READ.

            PERFORM OE1000-WRITE-DETAIL.

       OD4000-REINSTATE-BORROWER.
            READ BORROWER-FILE
                INVALID KEY
                    MOVE BX-NAME TO DL-NAME
                    MOVE "REJECTED - NOT ON FILE" TO DL-RESULT
                    ADD 1 TO WS-REJECT-COUNT
                NOT INVALID KEY
                    MOVE BW-NAME TO DL-NAME
                    IF NOT BW-SUSPENDED
                        MOVE "REJECTED - NOT SUSPENDED" TO DL-RESULT
                        ADD 1 TO WS-REJECT-COUNT
                    ELSE
                        MOVE "A"         TO BW-STATUS
                        MOVE WS-EFF-DATE TO BW-STATUS-DATE
                        PERFORM OE2000-REWRITE-BORROWER
                        IF DL-RESULT = SPACES
                            MOVE "REINSTATED" TO DL-RESULT
                            ADD 1 TO WS-REINSTATE-COUNT
                        END-IF
                    END-IF
            END-READ.

            PERFORM OE1000-WRITE-DETAIL.

       OE2000-REWRITE-BORROWER.
      *> Leaves DL-RESULT blank when the rewrite took, so the caller
      *> can post its own result.
            MOVE SPACES TO DL-RESULT.
            REWRITE BORROWER-REC
                INVALID KEY
                    MOVE "REJECTED - REWRITE FAILED" TO DL-RESULT
                    ADD 1 TO WS-REJECT-COUNT
            END-REWRITE.

       OE1000-WRITE-DETAIL.
            MOVE BX-TRAN-CODE           TO DL-TRAN-CODE.
            MOVE BX-ID                  TO DL-ID.

            WRITE BORROWER-REPORT-REC FROM DETAIL-LINE
                AFTER ADVANCING 1 LINE.

       OB3000-WRAPUP.
            MOVE SPACES TO BORROWER-REPORT-REC.
            WRITE BORROWER-REPORT-REC
                AFTER ADVANCING 1 LINE.

            MOVE "BORROWERS REGISTERED:"  TO SL-LABEL.
            MOVE WS-ADD-COUNT             TO SL-COUNT.
            WRITE BORROWER-REPORT-REC FROM SUMMARY-LINE
                AFTER ADVANCING 1 LINE.

            MOVE "BORROWERS CHANGED:"     TO SL-LABEL.
            MOVE WS-CHANGE-COUNT          TO SL-COUNT.
            WRITE BORROWER-REPORT-REC FROM SUMMARY-LINE
                AFTER ADVANCING 1 LINE.

            MOVE "BORROWERS SUSPENDED:"   TO SL-LABEL.
            MOVE WS-SUSPEND-COUNT         TO SL-COUNT.
            WRITE BORROWER-REPORT-REC FROM SUMMARY-LINE
                AFTER ADVANCING 1 LINE.

            MOVE "BORROWERS REINSTATED:"  TO SL-LABEL.
            MOVE WS-REINSTATE-COUNT       TO SL-COUNT.
            WRITE BORROWER-REPORT-REC FROM SUMMARY-LINE
                AFTER ADVANCING 1 LINE.

            MOVE "TRANS REJECTED:"        TO SL-LABEL.
            MOVE WS-REJECT-COUNT          TO SL-COUNT.
            WRITE BORROWER-REPORT-REC FROM SUMMARY-LINE
                AFTER ADVANCING 1 LINE.

            CLOSE BORROWER-FILE.
            IF WS-TRAN-STATUS = "00" OR WS-TRAN-STATUS = "10"
                CLOSE TRAN-BORROWER
            END-IF.
            CLOSE BORROWER-REPORT.
