       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAPE-INVENTORY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT MASTER-TAPE
                ASSIGN TO "/tmp/TAPES.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS TM-KEY
                FILE STATUS IS WS-MASTER-STATUS.
            SELECT LOAN-FILE
                ASSIGN TO "/tmp/LOANS.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LN-KEY
                FILE STATUS IS WS-LOAN-STATUS.
            SELECT COUNT-FILE
                ASSIGN TO "/tmp/tape-count.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-COUNT-STATUS.
            SELECT INVENTORY-REPORT
                ASSIGN TO "/tmp/tape-inventory-report"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  MASTER-TAPE.
       COPY TAPEMSTR.

       FD  LOAN-FILE.
       COPY LOANMSTR.

      *> One record per tape scanned during the physical count: the
      *> shelf/bin it was actually found on, then its key. A blank
      *> copy number means copy "01", as on the transaction cards.
       FD  COUNT-FILE.
       01  COUNT-REC.
            05  CT-LOCATION                 PIC X(06).
            05  CT-ARTIST                   PIC X(20).
            05  CT-TITLE                    PIC X(20).
            05  CT-COPY                     PIC X(02).

       FD  INVENTORY-REPORT.
       01  INVENTORY-REPORT-REC             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
            05  WS-MASTER-STATUS            PIC X(02) VALUE "00".
            05  WS-LOAN-STATUS              PIC X(02) VALUE "00".
            05  WS-COUNT-STATUS             PIC X(02) VALUE "00".

       01  WS-SWITCHES.
            05  EOF-MASTER-SW               PIC X VALUE "N".
                88  EOF-MASTER                    VALUE "Y".
            05  EOF-COUNT-SW                PIC X VALUE "N".
                88  EOF-COUNT                     VALUE "Y".
            05  WS-MASTER-OPEN-SW           PIC X VALUE "N".
                88  WS-MASTER-OPEN                VALUE "Y".
            05  WS-LOAN-AVAIL-SW            PIC X VALUE "N".
                88  WS-LOAN-AVAIL                 VALUE "Y".
            05  WS-ON-LOAN-SW               PIC X VALUE "N".
                88  WS-ON-LOAN                    VALUE "Y".
            05  WS-FAILED-SW                PIC X VALUE "N".
                88  WS-FAILED                     VALUE "Y".

      *> The count arrives in shelf order, not key order, so every
      *> scan is held here and the master is then read once in key
      *> sequence against it. A scan the master pass never claims is
      *> a key that is not on the master at all.
       01  WS-SCANS.
            05  WS-SCAN-MAX                 PIC 9(04) VALUE 2000.
            05  WS-SCAN-COUNT               PIC 9(04) VALUE ZERO.
            05  WS-SCAN-IX                  PIC 9(04) VALUE ZERO.
            05  WS-SCAN-TABLE OCCURS 2000 TIMES.
                10  WSS-KEY.
                    15  WSS-ARTIST          PIC X(20).
                    15  WSS-TITLE           PIC X(20).
                    15  WSS-COPY            PIC X(02).
                10  WSS-LOCATION            PIC X(06).
                10  WSS-MATCHED-SW          PIC X(01).
                    88  WSS-MATCHED               VALUE "Y".

       01  WS-SCAN-KEY.
            05  WS-SCAN-ARTIST              PIC X(20).
            05  WS-SCAN-TITLE               PIC X(20).
            05  WS-SCAN-COPY                PIC X(02).

      *> Every master record lands in exactly one of the five master
      *> classes below, so they always add back to the master record
      *> count; every scan is either claimed by a master record, a
      *> repeat of a key already scanned, or not on the master.
       01  WS-COUNTERS.
            05  WS-MASTER-COUNT             PIC 9(05) VALUE ZERO.
            05  WS-IN-PLACE-COUNT           PIC 9(05) VALUE ZERO.
            05  WS-WRONG-SHELF-COUNT        PIC 9(05) VALUE ZERO.
            05  WS-COUNTED-OUT-COUNT        PIC 9(05) VALUE ZERO.
            05  WS-ON-LOAN-COUNT            PIC 9(05) VALUE ZERO.
            05  WS-MISSING-COUNT            PIC 9(05) VALUE ZERO.
            05  WS-ACCOUNTED-COUNT          PIC 9(05) VALUE ZERO.
            05  WS-SCAN-READ-COUNT          PIC 9(05) VALUE ZERO.
            05  WS-SCAN-MATCHED-COUNT       PIC 9(05) VALUE ZERO.
            05  WS-DUP-SCAN-COUNT           PIC 9(05) VALUE ZERO.
            05  WS-UNKNOWN-COUNT            PIC 9(05) VALUE ZERO.
            05  WS-SCAN-TIED-COUNT          PIC 9(05) VALUE ZERO.

       01  WS-ACCUMULATORS.
            05  A-MISSING-VALUE             PIC 9999V99 VALUE ZERO.

       01  WS-CURRENT-DATE.
            05  WS-CD-YYYYMMDD              PIC X(08).
            05  WS-CD-REST                  PIC X(13).

       01  TITLE-1.
            05  PIC X(25) VALUE ALL SPACES.
            05  PIC X(30) VALUE "PHYSICAL INVENTORY AS OF ".
            05  T1-DATE                     PIC X(08).

       01  HEADER-1.
            05  PIC X(20) VALUE "ARTIST".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(20) VALUE "TITLE".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(02) VALUE "CP".
            05  PIC X(02) VALUE ALL SPACES.
            05  PIC X(06) VALUE "FILED".
            05  PIC X(02) VALUE ALL SPACES.
            05  PIC X(06) VALUE "FOUND".
            05  PIC X(02) VALUE ALL SPACES.
            05  PIC X(07) VALUE "VALUE".
            05  PIC X(02) VALUE ALL SPACES.
            05  PIC X(24) VALUE "EXCEPTION".

       01  HEADER-DASHES.
            05  PIC X(20) VALUE ALL "-".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(20) VALUE ALL "-".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(02) VALUE ALL "-".
            05  PIC X(02) VALUE ALL SPACES.
            05  PIC X(06) VALUE ALL "-".
            05  PIC X(02) VALUE ALL SPACES.
            05  PIC X(06) VALUE ALL "-".
            05  PIC X(02) VALUE ALL SPACES.
            05  PIC X(07) VALUE ALL "-".
            05  PIC X(02) VALUE ALL SPACES.
            05  PIC X(24) VALUE ALL "-".

       01  DETAIL-LINE.
            05  DL-ARTIST                   PIC X(20).
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-TITLE                    PIC X(20).
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-COPY                     PIC X(02).
            05  PIC X(02) VALUE ALL SPACES.
            05  DL-FILED                    PIC X(06).
            05  PIC X(02) VALUE ALL SPACES.
            05  DL-FOUND                    PIC X(06).
            05  PIC X(02) VALUE ALL SPACES.
            05  DL-VALUE                    PIC $$$9.99.
            05  PIC X(02) VALUE ALL SPACES.
            05  DL-EXCEPTION                PIC X(24).

       01  NONE-LINE.
            05  PIC X(40) VALUE
                "NO EXCEPTIONS - EVERY TAPE WHERE FILED".

       01  SUMMARY-LINE.
            05  SL-LABEL                    PIC X(28).
            05  SL-COUNT                    PIC ZZ,ZZ9.
            05  PIC X(02) VALUE ALL SPACES.
            05  SL-FLAG                     PIC X(24).

       01  VALUE-LINE.
            05  VL-LABEL                    PIC X(28).
            05  VL-VALUE                    PIC $,$$9.99.

       01  RESULT-LINE.
            05  RL-MESSAGE                  PIC X(60).

       PROCEDURE DIVISION.

       00000-MAIN.
            PERFORM OB1000-SETUP.

            IF NOT WS-FAILED
                PERFORM OB2000-PROCESS
                    UNTIL EOF-MASTER
                PERFORM OB2500-FLAG-UNKNOWN
                    VARYING WS-SCAN-IX FROM 1 BY 1
                    UNTIL WS-SCAN-IX > WS-SCAN-COUNT
                PERFORM OB3000-BALANCE
            END-IF.

            PERFORM OB4000-WRAPUP.

            STOP RUN.

       OB1000-SETUP.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
            MOVE WS-CD-YYYYMMDD TO T1-DATE.

            OPEN OUTPUT INVENTORY-REPORT.
            WRITE INVENTORY-REPORT-REC FROM TITLE-1.

            PERFORM OC1000-LOAD-COUNT.

            IF NOT WS-FAILED
                OPEN INPUT MASTER-TAPE
                IF WS-MASTER-STATUS NOT = "00"
                    MOVE "MASTER FILE WILL NOT OPEN - CANNOT RECONCILE"
                        TO RL-MESSAGE
                    PERFORM OE1000-WRITE-FAILURE
                ELSE
                    MOVE "Y" TO WS-MASTER-OPEN-SW
                    PERFORM OC2000-READ-MASTER
                END-IF
            END-IF.

      *> No loans file simply means nothing is out on loan.
            IF NOT WS-FAILED
                OPEN INPUT LOAN-FILE
                IF WS-LOAN-STATUS = "00"
                    MOVE "Y" TO WS-LOAN-AVAIL-SW
                END-IF

                WRITE INVENTORY-REPORT-REC FROM HEADER-1
                    AFTER ADVANCING 2 LINES
                WRITE INVENTORY-REPORT-REC FROM HEADER-DASHES
                    AFTER ADVANCING 1 LINE
            END-IF.

       OC1000-LOAD-COUNT.
            OPEN INPUT COUNT-FILE.
            IF WS-COUNT-STATUS NOT = "00"
                MOVE "NO COUNT FILE - NOTHING TO RECONCILE"
                    TO RL-MESSAGE
                PERFORM OE1000-WRITE-FAILURE
            ELSE
                PERFORM OC1100-READ-COUNT
                PERFORM OC1200-TABLE-SCAN
                    UNTIL EOF-COUNT
                CLOSE COUNT-FILE
            END-IF.

       OC1100-READ-COUNT.
            READ COUNT-FILE
                AT END MOVE "Y" TO EOF-COUNT-SW.

       OC1200-TABLE-SCAN.
            ADD 1 TO WS-SCAN-READ-COUNT.

            MOVE CT-ARTIST TO WS-SCAN-ARTIST.
            MOVE CT-TITLE  TO WS-SCAN-TITLE.
            MOVE CT-COPY   TO WS-SCAN-COPY.
            IF WS-SCAN-COPY = SPACES
                MOVE "01" TO WS-SCAN-COPY
            END-IF.

            PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
                    UNTIL WS-SCAN-IX > WS-SCAN-COUNT
                    OR WSS-KEY(WS-SCAN-IX) = WS-SCAN-KEY
                CONTINUE
            END-PERFORM.

      *> A tape scanned twice was handled twice during the count;
      *> the first shelf it was seen on is the one reconciled.
            IF WS-SCAN-IX <= WS-SCAN-COUNT
                ADD 1 TO WS-DUP-SCAN-COUNT
                MOVE WS-SCAN-ARTIST     TO DL-ARTIST
                MOVE WS-SCAN-TITLE      TO DL-TITLE
                MOVE WS-SCAN-COPY       TO DL-COPY
                MOVE SPACES             TO DL-FILED
                MOVE CT-LOCATION        TO DL-FOUND
                MOVE ZERO               TO DL-VALUE
                MOVE "SCANNED MORE THAN ONCE" TO DL-EXCEPTION
                PERFORM OE2000-WRITE-DETAIL
            ELSE
                IF WS-SCAN-COUNT < WS-SCAN-MAX
                    ADD 1 TO WS-SCAN-COUNT
                    MOVE WS-SCAN-KEY TO WSS-KEY(WS-SCAN-COUNT)
                    MOVE CT-LOCATION TO WSS-LOCATION(WS-SCAN-COUNT)
                    MOVE "N"         TO WSS-MATCHED-SW(WS-SCAN-COUNT)
                ELSE
                    MOVE "COUNT FILE OVERFLOWS SCAN TABLE"
                        TO RL-MESSAGE
                    PERFORM OE1000-WRITE-FAILURE
                    MOVE "Y" TO EOF-COUNT-SW
                END-IF
            END-IF.

            IF NOT EOF-COUNT
                PERFORM OC1100-READ-COUNT
            END-IF.

       OC2000-READ-MASTER.
            READ MASTER-TAPE
                AT END MOVE "Y" TO EOF-MASTER-SW.

       OB2000-PROCESS.
            ADD 1 TO WS-MASTER-COUNT.

            PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
                    UNTIL WS-SCAN-IX > WS-SCAN-COUNT
                    OR WSS-KEY(WS-SCAN-IX) = TM-KEY
                CONTINUE
            END-PERFORM.

            PERFORM OC3000-CHECK-ON-LOAN.

            MOVE TM-ARTIST              TO DL-ARTIST.
            MOVE TM-TITLE               TO DL-TITLE.
            MOVE TM-COPY                TO DL-COPY.
            MOVE TM-LOCATION            TO DL-FILED.
            MOVE TM-VALUE               TO DL-VALUE.

            IF WS-SCAN-IX > WS-SCAN-COUNT
                PERFORM OD1000-NOT-COUNTED
            ELSE
                MOVE "Y" TO WSS-MATCHED-SW(WS-SCAN-IX)
                ADD 1 TO WS-SCAN-MATCHED-COUNT
                MOVE WSS-LOCATION(WS-SCAN-IX) TO DL-FOUND
                PERFORM OD2000-COUNTED
            END-IF.

            PERFORM OC2000-READ-MASTER.

       OC3000-CHECK-ON-LOAN.
            MOVE "N" TO WS-ON-LOAN-SW.
            IF WS-LOAN-AVAIL
                MOVE TM-KEY TO LN-KEY
                READ LOAN-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE "Y" TO WS-ON-LOAN-SW
                END-READ
            END-IF.

       OD1000-NOT-COUNTED.
      *> Not on any shelf: fine if it is out on loan, otherwise it
      *> is missing and its carried value is at risk.
            MOVE SPACES TO DL-FOUND.
            IF WS-ON-LOAN
                ADD 1 TO WS-ON-LOAN-COUNT
            ELSE
                ADD 1 TO WS-MISSING-COUNT
                IF TM-VALUE IS NUMERIC
                    ADD TM-VALUE TO A-MISSING-VALUE
                END-IF
                MOVE "MISSING - NOT ON LOAN" TO DL-EXCEPTION
                PERFORM OE2000-WRITE-DETAIL
            END-IF.

       OD2000-COUNTED.
      *> A tape in hand that LOANS.DAT still shows as out means the
      *> return was never keyed; that outranks a shelf mismatch.
            IF WS-ON-LOAN
                ADD 1 TO WS-COUNTED-OUT-COUNT
                MOVE "COUNTED - BUT ON LOAN" TO DL-EXCEPTION
                PERFORM OE2000-WRITE-DETAIL
            ELSE
                IF DL-FOUND = TM-LOCATION
                    ADD 1 TO WS-IN-PLACE-COUNT
                ELSE
                    ADD 1 TO WS-WRONG-SHELF-COUNT
                    MOVE "FOUND ON WRONG SHELF" TO DL-EXCEPTION
                    PERFORM OE2000-WRITE-DETAIL
                END-IF
            END-IF.

       OB2500-FLAG-UNKNOWN.
            IF NOT WSS-MATCHED(WS-SCAN-IX)
                ADD 1 TO WS-UNKNOWN-COUNT
                MOVE WSS-ARTIST(WS-SCAN-IX)   TO DL-ARTIST
                MOVE WSS-TITLE(WS-SCAN-IX)    TO DL-TITLE
                MOVE WSS-COPY(WS-SCAN-IX)     TO DL-COPY
                MOVE SPACES                   TO DL-FILED
                MOVE WSS-LOCATION(WS-SCAN-IX) TO DL-FOUND
                MOVE ZERO                     TO DL-VALUE
                MOVE "SCANNED - NOT ON MASTER" TO DL-EXCEPTION
                PERFORM OE2000-WRITE-DETAIL
            END-IF.

       OE2000-WRITE-DETAIL.
            WRITE INVENTORY-REPORT-REC FROM DETAIL-LINE
                AFTER ADVANCING 1 LINE.

       OB3000-BALANCE.
            IF WS-MISSING-COUNT = ZERO
                    AND WS-WRONG-SHELF-COUNT = ZERO
                    AND WS-COUNTED-OUT-COUNT = ZERO
                    AND WS-UNKNOWN-COUNT = ZERO
                    AND WS-DUP-SCAN-COUNT = ZERO
                WRITE INVENTORY-REPORT-REC FROM NONE-LINE
                    AFTER ADVANCING 1 LINE
            ELSE
                MOVE 4 TO RETURN-CODE
            END-IF.

            MOVE SPACES TO INVENTORY-REPORT-REC.
            WRITE INVENTORY-REPORT-REC
                AFTER ADVANCING 1 LINE.

            MOVE SPACES                 TO SL-FLAG.
            MOVE "ON SHELF AS FILED:"   TO SL-LABEL.
            MOVE WS-IN-PLACE-COUNT      TO SL-COUNT.
            PERFORM OE3000-WRITE-SUMMARY.
            MOVE "FOUND ON WRONG SHELF:" TO SL-LABEL.
            MOVE WS-WRONG-SHELF-COUNT   TO SL-COUNT.
            PERFORM OE3000-WRITE-SUMMARY.
            MOVE "COUNTED BUT ON LOAN:" TO SL-LABEL.
            MOVE WS-COUNTED-OUT-COUNT   TO SL-COUNT.
            PERFORM OE3000-WRITE-SUMMARY.
            MOVE "OUT ON LOAN:"         TO SL-LABEL.
            MOVE WS-ON-LOAN-COUNT       TO SL-COUNT.
            PERFORM OE3000-WRITE-SUMMARY.
            MOVE "MISSING - NOT ON LOAN:" TO SL-LABEL.
            MOVE WS-MISSING-COUNT       TO SL-COUNT.
            PERFORM OE3000-WRITE-SUMMARY.

            COMPUTE WS-ACCOUNTED-COUNT = WS-IN-PLACE-COUNT
                                       + WS-WRONG-SHELF-COUNT
                                       + WS-COUNTED-OUT-COUNT
                                       + WS-ON-LOAN-COUNT
                                       + WS-MISSING-COUNT.

            MOVE "TOTAL ACCOUNTED FOR:" TO SL-LABEL.
            MOVE WS-ACCOUNTED-COUNT     TO SL-COUNT.
            PERFORM OE3000-WRITE-SUMMARY.

            MOVE "MASTER RECORDS READ:" TO SL-LABEL.
            MOVE WS-MASTER-COUNT        TO SL-COUNT.
            IF WS-ACCOUNTED-COUNT NOT = WS-MASTER-COUNT
                MOVE "*** OUT OF BALANCE ***" TO SL-FLAG
                MOVE "Y" TO WS-FAILED-SW
            END-IF.
            PERFORM OE3000-WRITE-SUMMARY.

            MOVE "VALUE MISSING:"       TO VL-LABEL.
            MOVE A-MISSING-VALUE        TO VL-VALUE.
            WRITE INVENTORY-REPORT-REC FROM VALUE-LINE
                AFTER ADVANCING 1 LINE.

            MOVE SPACES TO INVENTORY-REPORT-REC.
            WRITE INVENTORY-REPORT-REC
                AFTER ADVANCING 1 LINE.

            MOVE SPACES                 TO SL-FLAG.
            MOVE "SCANS MATCHED:"       TO SL-LABEL.
            MOVE WS-SCAN-MATCHED-COUNT  TO SL-COUNT.
            PERFORM OE3000-WRITE-SUMMARY.
            MOVE "SCANS REPEATED:"      TO SL-LABEL.
            MOVE WS-DUP-SCAN-COUNT      TO SL-COUNT.
            PERFORM OE3000-WRITE-SUMMARY.
            MOVE "SCANS NOT ON MASTER:" TO SL-LABEL.
            MOVE WS-UNKNOWN-COUNT       TO SL-COUNT.
            PERFORM OE3000-WRITE-SUMMARY.

            COMPUTE WS-SCAN-TIED-COUNT = WS-SCAN-MATCHED-COUNT
                                       + WS-DUP-SCAN-COUNT
                                       + WS-UNKNOWN-COUNT.

            MOVE "COUNT RECORDS READ:"  TO SL-LABEL.
            MOVE WS-SCAN-READ-COUNT     TO SL-COUNT.
            IF WS-SCAN-TIED-COUNT NOT = WS-SCAN-READ-COUNT
                MOVE "*** OUT OF BALANCE ***" TO SL-FLAG
                MOVE "Y" TO WS-FAILED-SW
            END-IF.
            PERFORM OE3000-WRITE-SUMMARY.

       OE3000-WRITE-SUMMARY.
            WRITE INVENTORY-REPORT-REC FROM SUMMARY-LINE
                AFTER ADVANCING 1 LINE.

       OB4000-WRAPUP.
            IF WS-FAILED
                MOVE "*** INVENTORY DID NOT RECONCILE ***"
                    TO RL-MESSAGE
                WRITE INVENTORY-REPORT-REC FROM RESULT-LINE
                    AFTER ADVANCING 2 LINES
                MOVE 8 TO RETURN-CODE
            END-IF.

            IF WS-MASTER-OPEN
                CLOSE MASTER-TAPE
            END-IF.
            IF WS-LOAN-AVAIL
                CLOSE LOAN-FILE
            END-IF.
            CLOSE INVENTORY-REPORT.

       OE1000-WRITE-FAILURE.
            WRITE INVENTORY-REPORT-REC FROM RESULT-LINE
                AFTER ADVANCING 2 LINES.
            MOVE "Y" TO WS-FAILED-SW.
            MOVE 8 TO RETURN-CODE.
