                ASSIGN TO "/tmp/tape-monthend.ctl"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CONTROL-STATUS.
            SELECT RETENTION-TOTALS
                ASSIGN TO "/tmp/history-retention-totals"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TOTALS-STATUS.
            SELECT MONTHEND-REPORT
                ASSIGN TO "/tmp/tape-monthend-report"
                ORGANIZATION IS LINE SEQUENTIAL.
       01  MONTHEND-CTL-REC.
            05  MC-CLOSE-MONTH              PIC X(06).

       FD  RETENTION-TOTALS.
       COPY RETNTOTL.

       FD  MONTHEND-REPORT.
       01  MONTHEND-REPORT-REC              PIC X(80).

            05  WS-JOURNAL-STATUS           PIC X(02) VALUE "00".
            05  WS-ARCHIVE-STATUS           PIC X(02) VALUE "00".
            05  WS-CONTROL-STATUS           PIC X(02) VALUE "00".
            05  WS-TOTALS-STATUS            PIC X(02) VALUE "00".

       01  WS-SWITCHES.
            05  EOF-HIST-SW                 PIC X VALUE "N".
                88  EOF-JOURNAL                   VALUE "Y".
            05  EOF-ARCHIVE-SW              PIC X VALUE "N".
                88  EOF-ARCHIVE                   VALUE "Y".
            05  EOF-TOTALS-SW               PIC X VALUE "N".
                88  EOF-TOTALS                    VALUE "Y".
            05  WS-FAILED-SW                PIC X VALUE "N".
                88  WS-FAILED                     VALUE "Y".
            05  WS-OPENING-FOUND-SW         PIC X VALUE "N".
                88  WS-OPENING-FOUND              VALUE "Y".
            05  WS-CLOSING-FOUND-SW         PIC X VALUE "N".
                88  WS-CLOSING-FOUND              VALUE "Y".
            05  WS-OPENING-BF-SW            PIC X VALUE "N".
                88  WS-OPENING-BF                 VALUE "Y".
            05  WS-BALANCED-SW              PIC X VALUE "Y".
                88  WS-BALANCED                   VALUE "Y".

       01  WS-CLOSE-MONTH                  PIC X(06) VALUE SPACES.
       01  WS-MONTH-START.
            05  WS-MS-YYYYMM                PIC X(06) VALUE SPACES.
            05  WS-MS-DD                    PIC X(02) VALUE "01".

      *> What HISTORY-RETENTION carried out of the live files: the
      *> latest tape valuation it purged from before the close month,
      *> and the net movement of journal entries it purged from
      *> inside the close month.
       01  WS-BROUGHT-FORWARD.
            05  WS-BF-DATE                  PIC X(08) VALUE SPACES.
            05  WS-BF-VALUE                 PIC 9(09)V99 VALUE ZERO.
            05  WS-PURGED-MOVEMENT          PIC S9(06)V99 VALUE ZERO.
            05  WS-PURGED-COUNT             PIC 9(07) VALUE ZERO.

      *> The statement: the prior period's valuation is rolled
      *> forward through what the journal and archive say happened
            05  WS-CLOSING-VALUE            PIC 9999V99 VALUE ZERO.
            05  WS-ADDITIONS                PIC S9(06)V99 VALUE ZERO.
            05  WS-DISPOSALS                PIC S9(06)V99 VALUE ZERO.
            05  WS-LOSSES                   PIC S9(06)V99 VALUE ZERO.
            05  WS-NEG-LOSSES               PIC S9(06)V99 VALUE ZERO.
            05  WS-REVALUATIONS             PIC S9(06)V99 VALUE ZERO.
            05  WS-COMPUTED-CLOSE           PIC S9(06)V99 VALUE ZERO.
            05  WS-DIFFERENCE               PIC S9(06)V99 VALUE ZERO.
            05  WS-NEG-DISPOSALS            PIC S9(06)V99 VALUE ZERO.
            05  WS-TRANSFERS-IN             PIC S9(06)V99 VALUE ZERO.
            05  WS-TRANSFERS-OUT            PIC S9(06)V99 VALUE ZERO.
            05  WS-NEG-TRANSFERS-OUT        PIC S9(06)V99 VALUE ZERO.

       01  WS-COUNTERS.
            05  WS-ADD-COUNT                PIC 9(05) VALUE ZERO.
            05  WS-SALE-COUNT               PIC 9(05) VALUE ZERO.
            05  WS-CHANGE-COUNT             PIC 9(05) VALUE ZERO.
            05  WS-ARC-SALE-COUNT           PIC 9(05) VALUE ZERO.
            05  WS-LOSS-COUNT               PIC 9(05) VALUE ZERO.
            05  WS-ARC-LOSS-COUNT           PIC 9(05) VALUE ZERO.
            05  WS-XFER-IN-COUNT            PIC 9(05) VALUE ZERO.
            05  WS-XFER-OUT-COUNT           PIC 9(05) VALUE ZERO.

       01  WS-ACCUMULATORS.
            05  A-SALE-PROCEEDS             PIC 9(06)V99 VALUE ZERO.
            05  A-LOSS-CARRIED              PIC 9(06)V99 VALUE ZERO.

       01  WS-CURRENT-DATE.
            05  WS-CD-YYYYMMDD.

            IF NOT WS-FAILED
                PERFORM OB2000-READ-HISTORY
                PERFORM OB2500-READ-RETENTION
                PERFORM OB3000-ROLL-JOURNAL
                PERFORM OB4000-CHECK-ARCHIVE
                PERFORM OB5000-BALANCE
            END-IF.

            MOVE WS-CLOSE-MONTH TO T1-MONTH.
            MOVE WS-CLOSE-MONTH TO WS-MS-YYYYMM.

            OPEN OUTPUT MONTHEND-REPORT.
            WRITE MONTHEND-REPORT-REC FROM TITLE-1.

            PERFORM OC1000-READ-HIST.

       OB2500-READ-RETENTION.
      *> With no tape valuation left before the close month the last
      *> one HISTORY-RETENTION purged is the opening value. Entries
      *> still on the live files are always later than any purged.
            OPEN INPUT RETENTION-TOTALS.
            IF WS-TOTALS-STATUS = "00"
                PERFORM OC2500-READ-TOTALS
                PERFORM OC2600-PICK-TOTALS
                    UNTIL EOF-TOTALS
                CLOSE RETENTION-TOTALS
            END-IF.

            IF NOT WS-OPENING-FOUND AND WS-BF-DATE NOT = SPACES
                MOVE WS-BF-VALUE TO WS-OPENING-VALUE
                MOVE "Y"         TO WS-OPENING-FOUND-SW
                MOVE "Y"         TO WS-OPENING-BF-SW
            END-IF.

       OC2500-READ-TOTALS.
            READ RETENTION-TOTALS
                AT END MOVE "Y" TO EOF-TOTALS-SW.

      *> A valuation purge cut after the first of the month took the
      *> opening with it and only its latest entry was carried. A
      *> journal purge is only rolled in when every entry it took
      *> falls inside the month; one that runs across the start of
      *> the month cannot be split between the two.
       OC2600-PICK-TOTALS.
            IF RH-FILE-ID = "VALHIST"
                IF RH-CUTOFF-DATE > WS-MONTH-START
                    MOVE "OPENING VALUATION PURGED - NOTHING PROVED"
                        TO RL-MESSAGE
                    PERFORM OE1000-WRITE-FAILURE
                ELSE
                    IF RH-CARRIED-DATE IS NUMERIC
                            AND RH-CARRIED-DATE > WS-BF-DATE
                        MOVE RH-CARRIED-DATE  TO WS-BF-DATE
                        MOVE RH-CARRIED-VALUE TO WS-BF-VALUE
                    END-IF
                END-IF
            END-IF.

            IF RH-FILE-ID = "TAPEJRNL"
                    AND RH-FIRST-DATE(1:6) NOT > WS-CLOSE-MONTH
                    AND RH-LAST-DATE(1:6) NOT < WS-CLOSE-MONTH
                IF RH-FIRST-DATE(1:6) = WS-CLOSE-MONTH
                        AND RH-LAST-DATE(1:6) = WS-CLOSE-MONTH
                    ADD RH-AFTER-VALUE         TO WS-PURGED-MOVEMENT
                    SUBTRACT RH-BEFORE-VALUE FROM WS-PURGED-MOVEMENT
                    ADD RH-PURGED-COUNT        TO WS-PURGED-COUNT
                ELSE
                    MOVE "PURGED JOURNAL SPANS MONTH - NOTHING PROVED"
                        TO RL-MESSAGE
                    PERFORM OE1000-WRITE-FAILURE
                END-IF
            END-IF.

            PERFORM OC2500-READ-TOTALS.

       OB3000-ROLL-JOURNAL.
            OPEN INPUT AUDIT-JOURNAL.
            IF WS-JOURNAL-STATUS NOT = "00"
                        END-IF
                        ADD 1 TO WS-DISPOSE-COUNT
                        ADD 1 TO WS-SALE-COUNT
      *> A loss takes value off the books like a disposal but is
      *> kept on its own line: nothing was received for it.
                    WHEN "L"
                        IF AJ-B-VALUE IS NUMERIC
                            ADD AJ-B-VALUE TO WS-LOSSES
                        END-IF
                        ADD 1 TO WS-LOSS-COUNT
      *> Titles moved across from or out to the music master change
      *> the tape books without anything being bought or sold, so
      *> they get lines of their own rather than swelling additions
      *> and disposals.
                    WHEN "I"
                        IF AJ-A-VALUE IS NUMERIC
                            ADD AJ-A-VALUE TO WS-TRANSFERS-IN
                        END-IF
                        ADD 1 TO WS-XFER-IN-COUNT
                    WHEN "O"
                        IF AJ-B-VALUE IS NUMERIC
                            ADD AJ-B-VALUE TO WS-TRANSFERS-OUT
                        END-IF
                        ADD 1 TO WS-XFER-OUT-COUNT
                END-EVALUATE
            END-IF.

            PERFORM OC3000-READ-JOURNAL.

       OB4000-CHECK-ARCHIVE.
      *> The archive is the other witness to the month's sales and
      *> losses: its row counts for the month must agree with the
      *> journal's "S" and "L" entries, and its proceeds and the
      *> carried value lost print as memo lines.
            OPEN INPUT IP-ARCHIVE.
            IF WS-ARCHIVE-STATUS NOT = "00"
                MOVE "Y" TO EOF-ARCHIVE-SW

       OC6000-COUNT-ARCHIVE-SALE.
            IF AR-RUN-DATE(1:6) = WS-CLOSE-MONTH
                IF AR-LOSS
                    ADD 1 TO WS-ARC-LOSS-COUNT
                    IF AR-VALUE IS NUMERIC
                        ADD AR-VALUE TO A-LOSS-CARRIED
                    END-IF
                ELSE
                    ADD 1 TO WS-ARC-SALE-COUNT
                    IF AR-SALE-PRICE IS NUMERIC
                        ADD AR-SALE-PRICE TO A-SALE-PROCEEDS
                    END-IF
                END-IF
            END-IF.

       OB5000-BALANCE.
            COMPUTE WS-COMPUTED-CLOSE =
                WS-OPENING-VALUE + WS-ADDITIONS
                - WS-DISPOSALS - WS-LOSSES + WS-REVALUATIONS
                + WS-TRANSFERS-IN - WS-TRANSFERS-OUT
                + WS-PURGED-MOVEMENT.
            COMPUTE WS-DIFFERENCE =
                WS-CLOSING-VALUE - WS-COMPUTED-CLOSE.

            MOVE "OPENING VALUE:"        TO ST-LABEL.
            MOVE WS-OPENING-VALUE        TO ST-AMOUNT.
            MOVE ZERO                    TO ST-COUNT.
            IF WS-OPENING-BF
                MOVE "B/F FROM PURGED HISTORY" TO ST-NOTE
            ELSE
                IF WS-OPENING-FOUND
                    MOVE SPACES              TO ST-NOTE
                ELSE
                    MOVE "NO PRIOR HISTORY"  TO ST-NOTE
                END-IF
            END-IF.
            PERFORM OE2000-WRITE-STATEMENT.

            MOVE SPACES                  TO ST-NOTE.
            PERFORM OE2000-WRITE-STATEMENT.

            MOVE "LOSSES:"               TO ST-LABEL.
            COMPUTE WS-NEG-LOSSES = 0 - WS-LOSSES.
            MOVE WS-NEG-LOSSES           TO ST-AMOUNT.
            MOVE WS-LOSS-COUNT           TO ST-COUNT.
            MOVE SPACES                  TO ST-NOTE.
            PERFORM OE2000-WRITE-STATEMENT.

            MOVE "TRANSFERS FROM MUSIC:" TO ST-LABEL.
            MOVE WS-TRANSFERS-IN         TO ST-AMOUNT.
            MOVE WS-XFER-IN-COUNT        TO ST-COUNT.
            MOVE SPACES                  TO ST-NOTE.
            PERFORM OE2000-WRITE-STATEMENT.

            MOVE "TRANSFERS TO MUSIC:"   TO ST-LABEL.
            COMPUTE WS-NEG-TRANSFERS-OUT = 0 - WS-TRANSFERS-OUT.
            MOVE WS-NEG-TRANSFERS-OUT    TO ST-AMOUNT.
            MOVE WS-XFER-OUT-COUNT       TO ST-COUNT.
            MOVE SPACES                  TO ST-NOTE.
            PERFORM OE2000-WRITE-STATEMENT.

            MOVE "REVALUATIONS (NET):"   TO ST-LABEL.
            MOVE WS-REVALUATIONS         TO ST-AMOUNT.
            MOVE WS-CHANGE-COUNT         TO ST-COUNT.
            MOVE SPACES                  TO ST-NOTE.
            PERFORM OE2000-WRITE-STATEMENT.

            IF WS-PURGED-COUNT > ZERO
                MOVE "PURGED JOURNAL (NET):"  TO ST-LABEL
                MOVE WS-PURGED-MOVEMENT      TO ST-AMOUNT
                MOVE WS-PURGED-COUNT         TO ST-COUNT
                MOVE "FROM RETENTION TOTALS" TO ST-NOTE
                PERFORM OE2000-WRITE-STATEMENT
            END-IF.

            WRITE MONTHEND-REPORT-REC FROM RULE-LINE
                AFTER ADVANCING 1 LINE.

            IF WS-ARC-SALE-COUNT = WS-SALE-COUNT
                MOVE SPACES              TO ST-NOTE
            ELSE
                IF WS-PURGED-COUNT > ZERO
                    MOVE "NOT CHECKED - PURGED" TO ST-NOTE
                ELSE
                    MOVE "*** ARCHIVE MISMATCH *" TO ST-NOTE
                    MOVE "N" TO WS-BALANCED-SW
                END-IF
            END-IF.
            PERFORM OE2000-WRITE-STATEMENT.

            MOVE "LOSSES CARRIED (MEMO):" TO ST-LABEL.
            MOVE A-LOSS-CARRIED          TO ST-AMOUNT.
            MOVE WS-ARC-LOSS-COUNT       TO ST-COUNT.
            IF WS-ARC-LOSS-COUNT = WS-LOSS-COUNT
                MOVE SPACES              TO ST-NOTE
            ELSE
                IF WS-PURGED-COUNT > ZERO
                    MOVE "NOT CHECKED - PURGED" TO ST-NOTE
                ELSE
                    MOVE "*** ARCHIVE MISMATCH *" TO ST-NOTE
                    MOVE "N" TO WS-BALANCED-SW
                END-IF
            END-IF.
            PERFORM OE2000-WRITE-STATEMENT.

