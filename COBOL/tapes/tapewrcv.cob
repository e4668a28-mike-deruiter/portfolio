       IDENTIFICATION DIVISION.
       PROGRAM-ID. WANT-RECEIVING.

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
            SELECT BOUGHT-FILE
                ASSIGN TO "/tmp/want-bought.ctl"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BOUGHT-STATUS.
            SELECT TRAN-TAPE
                ASSIGN TO "/tmp/TAPES.TXN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRAN-STATUS.
            SELECT BATCH-CONTROL
                ASSIGN TO "/tmp/tape-batch-control"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BATCHCTL-STATUS.
            SELECT RECEIVE-REPORT
                ASSIGN TO "/tmp/want-receive-report"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  WANT-FILE.
       COPY WANTMSTR.

      *> Receiving cards: an "H" header naming the date and fresh
      *> batch number the purchases go out under (a date that is not
      *> numeric means the run date and a blank number means "WR"
      *> and the run month and day), then one "B" card
      *> per tape bought against a want - what it cost, when, and
      *> enough about the tape to put it on the master. A blank
      *> format means the want's preferred format, a blank purchase
      *> date means the batch date and a blank rating goes on as
      *> zero until someone has played it.
       FD  BOUGHT-FILE.
       01  BOUGHT-HEADER-REC.
            05  BH-CARD-CODE                PIC X(01).
            05  BH-CARD-DATE                PIC X(08).
            05  BH-CARD-NUMBER              PIC X(06).
       01  BOUGHT-REC.
            05  BY-REC-CODE                 PIC X(01).
            05  BY-ARTIST                   PIC X(20).
            05  BY-TITLE                    PIC X(20).
            05  BY-FORMAT                   PIC X(02).
            05  BY-YEAR                     PIC X(04).
            05  BY-RATING                   PIC 9V99.
            05  BY-RATING-X REDEFINES BY-RATING
                                            PIC X(03).
            05  BY-ACQ-DATE                 PIC X(08).
            05  BY-ACQ-COST                 PIC 999V99.
            05  BY-LOCATION                 PIC X(06).

      *> The purchase batch is cut in the exact shape
      *> TAPE-MAINTENANCE expects: "H" header, one "A" add per tape
      *> bought, "T" trailer whose count and value hash are computed
      *> here so the batch verifies and balances on arrival.
       FD  TRAN-TAPE.
       01  TAPE-TRAN-REC.
            05  TT-TRAN-CODE                PIC X(01).
            05  TT-ARTIST                   PIC X(20).
            05  TT-TITLE                    PIC X(20).
            05  TT-COPY                     PIC X(02).
            05  TT-YEAR                     PIC X(04).
            05  TT-VALUE                    PIC 999V99.
            05  TT-RATING                   PIC 9V99.
            05  TT-FORMAT                   PIC X(02).
            05  TT-SALE-DATE                PIC X(08).
            05  TT-SALE-PRICE               PIC 999V99.
            05  TT-ACQ-DATE                 PIC X(08).
            05  TT-ACQ-COST                 PIC 999V99.
            05  TT-LOCATION                 PIC X(06).
            05  TT-LOSS-TYPE                PIC X(01).
       01  TAPE-BATCH-HEADER.
            05  BH-REC-CODE                 PIC X(01).
            05  BH-BATCH-DATE               PIC X(08).
            05  BH-BATCH-NUMBER             PIC X(06).
       01  TAPE-BATCH-TRAILER.
            05  BT-REC-CODE                 PIC X(01).
            05  BT-TRAN-COUNT               PIC 9(05).
            05  BT-VALUE-HASH               PIC 9(09)V99.

      *> Batch numbers TAPE-MAINTENANCE has already applied, checked
      *> before TAPES.TXN is overwritten.
       FD  BATCH-CONTROL.
       01  BATCH-CONTROL-REC.
            05  BC-BATCH-NUMBER             PIC X(06).

       FD  RECEIVE-REPORT.
       01  RECEIVE-REPORT-REC               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
            05  WS-WANT-STATUS              PIC X(02) VALUE "00".
            05  WS-BOUGHT-STATUS            PIC X(02) VALUE "00".
            05  WS-TRAN-STATUS              PIC X(02) VALUE "00".
            05  WS-BATCHCTL-STATUS          PIC X(02) VALUE "00".

       01  WS-SWITCHES.
            05  EOF-BOUGHT-SW               PIC X VALUE "N".
                88  EOF-BOUGHT                    VALUE "Y".
            05  WS-FAILED-SW                PIC X VALUE "N".
                88  WS-FAILED                     VALUE "Y".
            05  EOF-BATCHCTL-SW             PIC X VALUE "N".
                88  EOF-BATCHCTL                  VALUE "Y".
            05  WS-PENDING-SW               PIC X VALUE "N".
                88  WS-PENDING                    VALUE "Y".
            05  WS-PENDING-TRAILER-SW       PIC X VALUE "N".
                88  WS-PENDING-TRAILER            VALUE "Y".
            05  EOF-PENDING-SW              PIC X VALUE "N".
                88  EOF-PENDING                   VALUE "Y".
            05  WS-NUMBER-USED-SW           PIC X VALUE "N".
                88  WS-NUMBER-USED                VALUE "Y".
            05  WS-MATCHED-SW               PIC X VALUE "N".
                88  WS-MATCHED                    VALUE "Y".
            05  WS-BATCH-OPEN-SW            PIC X VALUE "N".
                88  WS-BATCH-OPEN                 VALUE "Y".
            05  WS-WANT-OPEN-SW             PIC X VALUE "N".
                88  WS-WANT-OPEN                  VALUE "Y".

       01  WS-NEW-BATCH.
            05  WS-NEW-BATCH-DATE           PIC X(08) VALUE SPACES.
            05  WS-NEW-BATCH-NUMBER         PIC X(06) VALUE SPACES.
            05  WS-PENDING-NUMBER           PIC X(06) VALUE SPACES.

       01  WS-COUNTERS.
            05  WS-BOUGHT-COUNT             PIC 9(05) VALUE ZERO.
            05  WS-OVER-COUNT               PIC 9(05) VALUE ZERO.
            05  WS-REJECT-COUNT             PIC 9(05) VALUE ZERO.
            05  WS-VALUE-HASH               PIC 9(09)V99 VALUE ZERO.

       01  WS-ACCUMULATORS.
            05  A-SPENT                     PIC 9(07)V99 VALUE ZERO.

      *> Wants are only closed once the purchase batch is safely cut
      *> with its trailer, so the purchases are held here until then.
      *> A pass that fails part way closes no wants and leaves a batch
      *> that can never verify, so the cards can simply be run again.
       01  WS-PURCHASES.
            05  WS-BUY-COUNT                PIC 9(03) VALUE ZERO.
            05  WS-BUY-IX                   PIC 9(03) VALUE ZERO.
            05  WS-BUY-TABLE OCCURS 200 TIMES.
                10  WSB-KEY                 PIC X(40).
                10  WSB-DATE                PIC X(08).
                10  WSB-PAID                PIC 999V99.

       01  WS-EDIT-FIELDS.
            05  WS-BUY-KEY                  PIC X(40) VALUE SPACES.
            05  WS-BUY-DATE                 PIC X(08) VALUE SPACES.
            05  WS-MAX-RATING               PIC 9V99 VALUE 5.00.

       01  WS-CURRENT-DATE.
            05  WS-CD-YYYYMMDD              PIC X(08).
            05  WS-CD-REST                  PIC X(13).

       01  TITLE-1.
            05  PIC X(25) VALUE ALL SPACES.
            05  PIC X(30) VALUE "WANT LIST RECEIVING".

       01  BATCH-LINE.
            05  PIC X(21) VALUE "PURCHASE BATCH:      ".
            05  BL-BATCH-NUMBER             PIC X(06).
            05  PIC X(04) VALUE " OF ".
            05  BL-BATCH-DATE               PIC X(08).

       01  DETAIL-LINE.
            05  DL-ARTIST                   PIC X(20).
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-TITLE                    PIC X(20).
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-FORMAT                   PIC X(02).
            05  PIC X(02) VALUE ALL SPACES.
            05  DL-COST                     PIC $$$9.99.
            05  PIC X(02) VALUE ALL SPACES.
            05  DL-RESULT                   PIC X(30).

       01  SUMMARY-LINE.
            05  SL-LABEL                    PIC X(24).
            05  SL-COUNT                    PIC ZZ,ZZ9.

       01  SUMMARY-VALUE-LINE.
            05  PIC X(24) VALUE "TOTAL SPENT:".
            05  SV-VALUE                    PIC $,$$$,$$9.99.

       01  RESULT-LINE.
            05  RL-MESSAGE                  PIC X(60).

       PROCEDURE DIVISION.

       00000-MAIN.
            PERFORM OB1000-SETUP.

            IF NOT WS-FAILED
                PERFORM OB2000-RECEIVE
                    UNTIL EOF-BOUGHT
                CLOSE BOUGHT-FILE
                IF WS-FAILED
      *> A pass that went bad is closed without its trailer, so the
      *> half-cut batch can never verify at TAPE-MAINTENANCE while
      *> every want stays open.
                    IF WS-BATCH-OPEN
                        CLOSE TRAN-TAPE
                    END-IF
                ELSE
                    IF WS-BATCH-OPEN
                        PERFORM OB2500-FINISH-BATCH
                        PERFORM OB2600-CLOSE-WANTS
                    END-IF
                END-IF
            END-IF.

            IF NOT WS-FAILED
                IF WS-REJECT-COUNT > ZERO OR WS-OVER-COUNT > ZERO
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.

            PERFORM OB3000-WRAPUP.

            STOP RUN.

       OB1000-SETUP.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

            OPEN OUTPUT RECEIVE-REPORT.
            WRITE RECEIVE-REPORT-REC FROM TITLE-1.

            OPEN INPUT WANT-FILE.
            IF WS-WANT-STATUS NOT = "00"
                MOVE "NO WANTS FILE - NOTHING TO RECEIVE AGAINST"
                    TO RL-MESSAGE
                PERFORM OE1000-WRITE-FAILURE
            ELSE
                MOVE "Y" TO WS-WANT-OPEN-SW
                PERFORM OC1000-OPEN-BOUGHT
            END-IF.

       OC1000-OPEN-BOUGHT.
            OPEN INPUT BOUGHT-FILE.
            IF WS-BOUGHT-STATUS NOT = "00"
                MOVE "NO RECEIVING CARDS - NOTHING BOUGHT"
                    TO RL-MESSAGE
                PERFORM OE1000-WRITE-FAILURE
            ELSE
                READ BOUGHT-FILE
                    AT END MOVE "Y" TO EOF-BOUGHT-SW
                END-READ
                IF EOF-BOUGHT OR BH-CARD-CODE NOT = "H"
                    MOVE "NO BATCH HEADER ON RECEIVING CARDS"
                        TO RL-MESSAGE
                    PERFORM OE1000-WRITE-FAILURE
                    CLOSE BOUGHT-FILE
                ELSE
                    PERFORM OC1050-TAKE-HEADER
                    PERFORM OC8000-CHECK-PENDING-BATCH
                    IF WS-FAILED
                        CLOSE BOUGHT-FILE
                    ELSE
                        MOVE SPACES TO RECEIVE-REPORT-REC
                        WRITE RECEIVE-REPORT-REC
                            AFTER ADVANCING 1 LINE
                        PERFORM OC1100-READ-BOUGHT
                    END-IF
                END-IF
            END-IF.

       OC1050-TAKE-HEADER.
            MOVE WS-CD-YYYYMMDD TO WS-NEW-BATCH-DATE.
            STRING "WR"                 DELIMITED BY SIZE
                   WS-CD-YYYYMMDD (5:4) DELIMITED BY SIZE
                INTO WS-NEW-BATCH-NUMBER.

            IF BH-CARD-DATE IS NUMERIC
                MOVE BH-CARD-DATE       TO WS-NEW-BATCH-DATE
            END-IF.
            IF BH-CARD-NUMBER NOT = SPACES
                MOVE BH-CARD-NUMBER     TO WS-NEW-BATCH-NUMBER
            END-IF.

       OC1100-READ-BOUGHT.
            READ BOUGHT-FILE
                AT END MOVE "Y" TO EOF-BOUGHT-SW.

       OB2000-RECEIVE.
            MOVE BY-ARTIST              TO DL-ARTIST.
            MOVE BY-TITLE               TO DL-TITLE.
            MOVE BY-FORMAT              TO DL-FORMAT.
            MOVE ZERO                   TO DL-COST.
            MOVE SPACES                 TO DL-RESULT.

            IF BY-REC-CODE NOT = "B"
                MOVE "REJECTED - BAD CARD CODE" TO DL-RESULT
            ELSE IF BY-ACQ-COST IS NOT NUMERIC
                MOVE "REJECTED - BAD COST" TO DL-RESULT
            ELSE IF BY-YEAR IS NOT NUMERIC
                MOVE "REJECTED - NON-NUMERIC YEAR" TO DL-RESULT
            ELSE IF BY-RATING-X NOT = SPACES
                    AND BY-RATING IS NOT NUMERIC
                MOVE "REJECTED - NON-NUMERIC RATING" TO DL-RESULT
            ELSE IF BY-RATING-X NOT = SPACES
                    AND BY-RATING > WS-MAX-RATING
                MOVE "REJECTED - RATING OUT OF RANGE" TO DL-RESULT
            END-IF.

            IF DL-RESULT = SPACES
                MOVE BY-ACQ-COST        TO DL-COST
                PERFORM OD1000-MATCH-WANT
            END-IF.

            IF DL-RESULT (1:10) = "REJECTED -"
                ADD 1 TO WS-REJECT-COUNT
            END-IF.

            WRITE RECEIVE-REPORT-REC FROM DETAIL-LINE
                AFTER ADVANCING 1 LINE.

            PERFORM OC1100-READ-BOUGHT.

       OD1000-MATCH-WANT.
            MOVE BY-ARTIST TO WT-ARTIST.
            MOVE BY-TITLE  TO WT-TITLE.

            READ WANT-FILE
                INVALID KEY
                    MOVE "REJECTED - NOT ON WANT LIST" TO DL-RESULT
                NOT INVALID KEY
                    IF NOT WT-OPEN
                        MOVE "REJECTED - WANT CLOSED" TO DL-RESULT
                    ELSE
                        PERFORM OD1100-CHECK-TWICE
                    END-IF
            END-READ.

       OD1100-CHECK-TWICE.
            MOVE WT-KEY TO WS-BUY-KEY.
            MOVE "N"    TO WS-MATCHED-SW.

            PERFORM VARYING WS-BUY-IX FROM 1 BY 1
                    UNTIL WS-BUY-IX > WS-BUY-COUNT
                    OR WS-MATCHED
                IF WSB-KEY(WS-BUY-IX) = WS-BUY-KEY
                    MOVE "Y" TO WS-MATCHED-SW
                END-IF
            END-PERFORM.

            IF WS-MATCHED
                MOVE "REJECTED - BOUGHT TWICE" TO DL-RESULT
            ELSE IF BY-FORMAT = SPACES AND WT-FORMAT = SPACES
                MOVE "REJECTED - NO FORMAT" TO DL-RESULT
            ELSE IF WS-BUY-COUNT NOT < 200
                MOVE "RECEIVING CARDS OVERFLOW PURCHASE TABLE"
                    TO RL-MESSAGE
                PERFORM OE1000-WRITE-FAILURE
                MOVE "REJECTED - TABLE FULL" TO DL-RESULT
                MOVE "Y" TO EOF-BOUGHT-SW
            ELSE
                PERFORM OE2000-WRITE-ADD
            END-IF.

       OE2000-WRITE-ADD.
      *> The tape goes on at what was paid for it, so TM-VALUE and
      *> TM-ACQ-COST start level, and with a blank copy number so
      *> TAPE-MAINTENANCE files it behind any copies already held.
            IF BY-ACQ-DATE IS NUMERIC
                MOVE BY-ACQ-DATE       TO WS-BUY-DATE
            ELSE
                MOVE WS-NEW-BATCH-DATE TO WS-BUY-DATE
            END-IF.

      *> The batch is only started once there is a purchase to put
      *> in it, so a run with nothing bought leaves TAPES.TXN alone.
            IF NOT WS-BATCH-OPEN
                OPEN OUTPUT TRAN-TAPE
                MOVE "H"                  TO BH-REC-CODE
                MOVE WS-NEW-BATCH-DATE    TO BH-BATCH-DATE
                MOVE WS-NEW-BATCH-NUMBER  TO BH-BATCH-NUMBER
                WRITE TAPE-BATCH-HEADER
                MOVE "Y" TO WS-BATCH-OPEN-SW
            END-IF.

            MOVE SPACES                 TO TAPE-TRAN-REC.
            MOVE "A"                    TO TT-TRAN-CODE.
            MOVE BY-ARTIST              TO TT-ARTIST.
            MOVE BY-TITLE               TO TT-TITLE.
            MOVE BY-YEAR                TO TT-YEAR.
            MOVE BY-ACQ-COST            TO TT-VALUE.
            IF BY-RATING IS NUMERIC
                MOVE BY-RATING          TO TT-RATING
            ELSE
                MOVE ZERO               TO TT-RATING
            END-IF.
            IF BY-FORMAT = SPACES
                MOVE WT-FORMAT          TO TT-FORMAT
            ELSE
                MOVE BY-FORMAT          TO TT-FORMAT
            END-IF.
            MOVE WS-BUY-DATE            TO TT-ACQ-DATE.
            MOVE BY-ACQ-COST            TO TT-ACQ-COST.
            MOVE BY-LOCATION            TO TT-LOCATION.
            WRITE TAPE-TRAN-REC.

            ADD 1           TO WS-BOUGHT-COUNT.
            ADD TT-VALUE    TO WS-VALUE-HASH.
            ADD BY-ACQ-COST TO A-SPENT.

            ADD 1 TO WS-BUY-COUNT.
            MOVE WT-KEY         TO WSB-KEY(WS-BUY-COUNT).
            MOVE WS-BUY-DATE    TO WSB-DATE(WS-BUY-COUNT).
            MOVE BY-ACQ-COST    TO WSB-PAID(WS-BUY-COUNT).

            MOVE TT-FORMAT      TO DL-FORMAT.
            IF WT-MAX-PRICE > ZERO AND BY-ACQ-COST > WT-MAX-PRICE
                MOVE "BOUGHT - OVER MAX PRICE" TO DL-RESULT
                ADD 1 TO WS-OVER-COUNT
            ELSE
                MOVE "BOUGHT"                  TO DL-RESULT
            END-IF.

       OB2500-FINISH-BATCH.
            MOVE "T"              TO BT-REC-CODE.
            MOVE WS-BOUGHT-COUNT  TO BT-TRAN-COUNT.
            MOVE WS-VALUE-HASH    TO BT-VALUE-HASH.
            WRITE TAPE-BATCH-TRAILER.

            CLOSE TRAN-TAPE.

            MOVE WS-NEW-BATCH-NUMBER TO BL-BATCH-NUMBER.
            MOVE WS-NEW-BATCH-DATE   TO BL-BATCH-DATE.
            WRITE RECEIVE-REPORT-REC FROM BATCH-LINE
                AFTER ADVANCING 2 LINES.

       OB2600-CLOSE-WANTS.
      *> The batch is whole, so every want it carries is now closed
      *> as bought, remembering the date and what was paid.
            CLOSE WANT-FILE.
            OPEN I-O WANT-FILE.
            IF WS-WANT-STATUS NOT = "00"
                MOVE "N" TO WS-WANT-OPEN-SW
                MOVE "WANTS FILE WOULD NOT REOPEN - NO WANTS CLOSED"
                    TO RL-MESSAGE
                PERFORM OE1000-WRITE-FAILURE
            ELSE
                PERFORM OC2000-CLOSE-WANT
                    VARYING WS-BUY-IX FROM 1 BY 1
                    UNTIL WS-BUY-IX > WS-BUY-COUNT
            END-IF.

       OC2000-CLOSE-WANT.
            MOVE WSB-KEY(WS-BUY-IX) TO WT-KEY.
            READ WANT-FILE
                INVALID KEY
                    MOVE "WANT VANISHED BEFORE IT COULD BE CLOSED"
                        TO RL-MESSAGE
                    PERFORM OE1000-WRITE-FAILURE
                NOT INVALID KEY
                    MOVE "B"                  TO WT-STATUS
                    MOVE WSB-DATE(WS-BUY-IX)  TO WT-CLOSE-DATE
                    MOVE WSB-PAID(WS-BUY-IX)  TO WT-PAID
                    REWRITE WANT-REC
                        INVALID KEY
                            MOVE "WANT REWRITE FAILED" TO RL-MESSAGE
                            PERFORM OE1000-WRITE-FAILURE
                    END-REWRITE
            END-READ.

       OB3000-WRAPUP.
            MOVE SPACES TO RECEIVE-REPORT-REC.
            WRITE RECEIVE-REPORT-REC
                AFTER ADVANCING 1 LINE.

            MOVE "TAPES BOUGHT:"        TO SL-LABEL.
            MOVE WS-BOUGHT-COUNT        TO SL-COUNT.
            WRITE RECEIVE-REPORT-REC FROM SUMMARY-LINE
                AFTER ADVANCING 1 LINE.

            MOVE "OVER MAX PRICE:"      TO SL-LABEL.
            MOVE WS-OVER-COUNT          TO SL-COUNT.
            WRITE RECEIVE-REPORT-REC FROM SUMMARY-LINE
                AFTER ADVANCING 1 LINE.

            MOVE "CARDS REJECTED:"      TO SL-LABEL.
            MOVE WS-REJECT-COUNT        TO SL-COUNT.
            WRITE RECEIVE-REPORT-REC FROM SUMMARY-LINE
                AFTER ADVANCING 1 LINE.

            MOVE A-SPENT TO SV-VALUE.
            WRITE RECEIVE-REPORT-REC FROM SUMMARY-VALUE-LINE
                AFTER ADVANCING 1 LINE.

            IF WS-WANT-OPEN
                CLOSE WANT-FILE
            END-IF.
            CLOSE RECEIVE-REPORT.

       OC8000-CHECK-PENDING-BATCH.
      *> TAPES.TXN holds one batch at a time, and TAPE-MAINTENANCE
      *> refuses any batch number already on the batch-control file,
      *> so no batch is cut when either would lose it:
      *>   - TAPES.TXN still holds a batch not recorded as applied.
      *>     The one exception is a batch under the number about to
      *>     be cut with no trailer - this job's own pass that failed
      *>     part way, which can never verify and may be replaced.
      *>   - The number about to be cut has already been applied.
            MOVE "N" TO WS-PENDING-SW.
            MOVE "N" TO WS-PENDING-TRAILER-SW.
            MOVE "N" TO WS-NUMBER-USED-SW.
            MOVE "N" TO EOF-PENDING-SW.
            MOVE SPACES TO WS-PENDING-NUMBER.

            OPEN INPUT TRAN-TAPE.
            IF WS-TRAN-STATUS = "00"
                READ TRAN-TAPE
                    AT END MOVE "Y" TO EOF-PENDING-SW
                END-READ
                IF NOT EOF-PENDING AND BH-REC-CODE = "H"
                    MOVE BH-BATCH-NUMBER TO WS-PENDING-NUMBER
                    MOVE "Y" TO WS-PENDING-SW
                    PERFORM OC8050-SCAN-PENDING-BATCH
                        UNTIL EOF-PENDING
                    IF WS-PENDING-NUMBER = WS-NEW-BATCH-NUMBER
                            AND NOT WS-PENDING-TRAILER
                        MOVE "N" TO WS-PENDING-SW
                    END-IF
                END-IF
                CLOSE TRAN-TAPE
            END-IF.

            MOVE "N" TO EOF-BATCHCTL-SW.
            OPEN INPUT BATCH-CONTROL.
            IF WS-BATCHCTL-STATUS = "00"
                PERFORM OC8100-READ-BATCH-CONTROL
                PERFORM OC8200-MATCH-BATCH-CONTROL
                    UNTIL EOF-BATCHCTL
                CLOSE BATCH-CONTROL
            END-IF.

            IF WS-PENDING
                MOVE SPACES TO RL-MESSAGE
                STRING "PENDING BATCH NOT YET APPLIED - "
                                             DELIMITED BY SIZE
                       WS-PENDING-NUMBER     DELIMITED BY SIZE
                    INTO RL-MESSAGE
                PERFORM OE1000-WRITE-FAILURE
            ELSE IF WS-NUMBER-USED
                MOVE SPACES TO RL-MESSAGE
                STRING "BATCH NUMBER ALREADY APPLIED - "
                                             DELIMITED BY SIZE
                       WS-NEW-BATCH-NUMBER    DELIMITED BY SIZE
                    INTO RL-MESSAGE
                PERFORM OE1000-WRITE-FAILURE
            END-IF.

       OC8050-SCAN-PENDING-BATCH.
            READ TRAN-TAPE
                AT END
                    MOVE "Y" TO EOF-PENDING-SW
                NOT AT END
                    IF BT-REC-CODE = "T"
                        MOVE "Y" TO WS-PENDING-TRAILER-SW
                    END-IF
            END-READ.

       OC8100-READ-BATCH-CONTROL.
            READ BATCH-CONTROL
                AT END MOVE "Y" TO EOF-BATCHCTL-SW.

       OC8200-MATCH-BATCH-CONTROL.
            IF BC-BATCH-NUMBER = WS-PENDING-NUMBER
                MOVE "N" TO WS-PENDING-SW
            END-IF.
            IF BC-BATCH-NUMBER = WS-NEW-BATCH-NUMBER
                MOVE "Y" TO WS-NUMBER-USED-SW
            END-IF.
            PERFORM OC8100-READ-BATCH-CONTROL.

       OE1000-WRITE-FAILURE.
            WRITE RECEIVE-REPORT-REC FROM RESULT-LINE
                AFTER ADVANCING 2 LINES.
            MOVE "Y" TO WS-FAILED-SW.
            MOVE 8 TO RETURN-CODE.
