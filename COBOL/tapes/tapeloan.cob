                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RS-KEY
                FILE STATUS IS WS-RSRV-STATUS.
            SELECT BORROWER-FILE
                ASSIGN TO "/tmp/BORROWERS.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BW-KEY
                FILE STATUS IS WS-BORROWER-STATUS.

       DATA DIVISION.

      *> Copy number within artist + title; blank means copy "01",
      *> so old single-copy transaction layouts keep working.
            05  LT-COPY                     PIC X(02).
      *> The borrower's ID from BORROWERS.DAT, left-justified.
            05  LT-BORROWER                 PIC X(20).
            05  LT-LOAN-DATE                PIC X(08).
            05  LT-DUE-DATE                 PIC X(08).
            05  RS-NAME                     PIC X(20).
            05  RS-RESERVE-DATE             PIC X(08).

       FD  BORROWER-FILE.
       COPY BORRMSTR.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
            05  WS-LOAN-STATUS              PIC X(02) VALUE "00".
            05  WS-MASTER-STATUS            PIC X(02) VALUE "00".
            05  WS-HISTORY-STATUS           PIC X(02) VALUE "00".
            05  WS-RSRV-STATUS              PIC X(02) VALUE "00".
            05  WS-BORROWER-STATUS          PIC X(02) VALUE "00".

       01  WS-SWITCHES.
            05  EOF-TRAN-SW                 PIC X VALUE "N".
                88  WS-TITLE-SCAN-DONE            VALUE "Y".
            05  WS-TITLE-ON-MASTER-SW       PIC X VALUE "N".
                88  WS-TITLE-ON-MASTER            VALUE "Y".
            05  EOF-LOAN-SW                 PIC X VALUE "N".
                88  EOF-LOAN                      VALUE "Y".
            05  WS-BORROWER-AVAIL-SW        PIC X VALUE "N".
                88  WS-BORROWER-AVAIL             VALUE "Y".

       01  WS-EDIT-FIELDS.
            05  WS-EXCEPTION-REASON         PIC X(30) VALUE SPACES.
                10  WSB-BORROWER            PIC X(20).
                10  WSB-LATE-COUNT          PIC 9(03).

      *> Tapes out per borrower, counted off LOANS.DAT at setup and
      *> kept current as checkouts and returns post, so the borrowing
      *> limit is judged against what is really out right now.
       01  WS-LOANS-OUT.
            05  WS-OUT-COUNT                PIC 9(03) VALUE ZERO.
            05  WS-OUT-IX                   PIC 9(03) VALUE ZERO.
            05  WS-OUT-BORROWER             PIC X(20) VALUE SPACES.
            05  WS-OUT-TABLE OCCURS 200 TIMES.
                10  WSO-BORROWER            PIC X(20).
                10  WSO-OUT-COUNT           PIC 9(03).

       01  WS-COUNTERS.
            05  WS-CHECKOUT-COUNT           PIC 9(05) VALUE ZERO.
            05  WS-RETURN-COUNT             PIC 9(05) VALUE ZERO.
                OPEN I-O LOAN-FILE
            END-IF.

            PERFORM OC0900-LOAD-LOANS-OUT.

      *> No borrower master means no registered borrowers: every
      *> checkout and hold is refused until one is built.
            OPEN INPUT BORROWER-FILE.
            IF WS-BORROWER-STATUS = "00"
                MOVE "Y" TO WS-BORROWER-AVAIL-SW
            ELSE
                DISPLAY "TAPE-LOANS: NO BORROWER MASTER (STATUS "
                    WS-BORROWER-STATUS ") - CHECKOUTS AND HOLDS WILL "
                    "BE REJECTED"
            END-IF.

            OPEN I-O RSRV-FILE.
            IF WS-RSRV-STATUS = "35"
                OPEN OUTPUT RSRV-FILE
                ADD 1 TO WSB-LATE-COUNT(WS-BWR-IX)
            END-IF.

       OC0900-LOAD-LOANS-OUT.
      *> One pass over the loans master before any transaction, so
      *> each borrower's count of tapes out is on hand for the limit
      *> check.
            PERFORM OC0950-READ-LOAN-NEXT.
            PERFORM OC0960-TALLY-LOAN
                UNTIL EOF-LOAN.

       OC0950-READ-LOAN-NEXT.
            READ LOAN-FILE NEXT
                AT END MOVE "Y" TO EOF-LOAN-SW.

       OC0960-TALLY-LOAN.
            MOVE LN-BORROWER TO WS-OUT-BORROWER.
            PERFORM OC9700-FIND-LOANS-OUT.
            IF WS-OUT-IX <= WS-OUT-COUNT
                ADD 1 TO WSO-OUT-COUNT(WS-OUT-IX)
            END-IF.

            PERFORM OC0950-READ-LOAN-NEXT.

       OB2000-PROCESS.
            EVALUATE LT-TRAN-CODE
                WHEN "O"
            MOVE WS-TRAN-COPY           TO TM-COPY.

            PERFORM OD0500-VALIDATE-TRAN.
            IF WS-EXCEPTION-REASON = SPACES
                PERFORM OD0600-CHECK-BORROWER
            END-IF.

            IF WS-EXCEPTION-REASON NOT = SPACES
                MOVE WS-EXCEPTION-REASON TO DL-RESULT
                    TO WS-EXCEPTION-REASON
            END-IF.

       OD0600-CHECK-BORROWER.
      *> Only a registered, active borrower with room under the
      *> limit may take a tape out or join a queue. The borrower
      *> field carries the ID, so anything past the ID width is a
      *> free-text name from an old-style card and is not a borrower.
            MOVE SPACES TO WS-EXCEPTION-REASON.

            IF NOT WS-BORROWER-AVAIL
                    OR LT-BORROWER (7:14) NOT = SPACES
                MOVE "REJECTED - UNKNOWN BORROWER"
                    TO WS-EXCEPTION-REASON
            ELSE
                MOVE LT-BORROWER TO BW-ID
                READ BORROWER-FILE
                    INVALID KEY
                        MOVE "REJECTED - UNKNOWN BORROWER"
                            TO WS-EXCEPTION-REASON
                    NOT INVALID KEY
                        IF NOT BW-ACTIVE
                            MOVE "REJECTED - BORROWER SUSPENDED"
                                TO WS-EXCEPTION-REASON
                        ELSE
                            PERFORM OD0700-CHECK-LIMIT
                        END-IF
                END-READ
            END-IF.

       OD0700-CHECK-LIMIT.
            MOVE LT-BORROWER TO WS-OUT-BORROWER.
            PERFORM OC9700-FIND-LOANS-OUT.

            IF WS-OUT-IX > WS-OUT-COUNT
                MOVE "REJECTED - LOAN TABLE FULL"
                    TO WS-EXCEPTION-REASON
            ELSE
                IF WSO-OUT-COUNT(WS-OUT-IX) >= BW-MAX-OUT
                    MOVE "REJECTED - BORROWER AT LIMIT"
                        TO WS-EXCEPTION-REASON
                END-IF
            END-IF.

       OD1100-CHECKOUT-VALID-TAPE.
            READ MASTER-TAPE
                INVALID KEY
                        NOT INVALID KEY
                            MOVE "CHECKED OUT"    TO DL-RESULT
                            ADD 1 TO WS-CHECKOUT-COUNT
                            MOVE LT-BORROWER TO WS-OUT-BORROWER
                            PERFORM OC9700-FIND-LOANS-OUT
                            IF WS-OUT-IX <= WS-OUT-COUNT
                                ADD 1 TO WSO-OUT-COUNT(WS-OUT-IX)
                            END-IF
                            PERFORM OD1200-CHECK-LATE-HISTORY
                            PERFORM OD1250-CHECK-HOLD
                    END-WRITE
                        NOT INVALID KEY
                            MOVE "RETURNED"      TO DL-RESULT
                            ADD 1 TO WS-RETURN-COUNT
                            MOVE LN-BORROWER TO WS-OUT-BORROWER
                            PERFORM OC9700-FIND-LOANS-OUT
                            IF WS-OUT-IX <= WS-OUT-COUNT
                                    AND WSO-OUT-COUNT(WS-OUT-IX) > ZERO
                                SUBTRACT 1
                                    FROM WSO-OUT-COUNT(WS-OUT-IX)
                            END-IF
                            PERFORM OE2000-WRITE-HISTORY
                            PERFORM OD2100-CHECK-QUEUE-AT-RETURN
                    END-DELETE
                MOVE "REJECTED - NO BORROWER" TO DL-RESULT
                ADD 1 TO WS-REJECT-COUNT
            ELSE
                PERFORM OD0600-CHECK-BORROWER
                IF WS-EXCEPTION-REASON NOT = SPACES
                    MOVE WS-EXCEPTION-REASON TO DL-RESULT
                    ADD 1 TO WS-REJECT-COUNT
                ELSE
                    PERFORM OC9500-FIND-TITLE
                    IF NOT WS-TITLE-ON-MASTER
                        MOVE "REJECTED - NOT ON TAPE MASTER"
                            TO DL-RESULT
                        ADD 1 TO WS-REJECT-COUNT
                    ELSE
                        PERFORM OD4100-QUEUE-HOLD
                    END-IF
                END-IF
            END-IF.

                END-READ
            END-IF.

       OC9700-FIND-LOANS-OUT.
      *> Leaves WS-OUT-IX on WS-OUT-BORROWER's entry, adding one at
      *> zero if the borrower has nothing out yet. Past the end of
      *> the table means the table is full.
            PERFORM VARYING WS-OUT-IX FROM 1 BY 1
                    UNTIL WS-OUT-IX > WS-OUT-COUNT
                    OR WSO-BORROWER(WS-OUT-IX) = WS-OUT-BORROWER
                CONTINUE
            END-PERFORM.

            IF WS-OUT-IX > WS-OUT-COUNT
                IF WS-OUT-COUNT < 200
                    ADD 1 TO WS-OUT-COUNT
                    MOVE WS-OUT-COUNT    TO WS-OUT-IX
                    MOVE WS-OUT-BORROWER TO WSO-BORROWER(WS-OUT-IX)
                    MOVE ZERO            TO WSO-OUT-COUNT(WS-OUT-IX)
                END-IF
            END-IF.

       OE1000-WRITE-DETAIL.
            MOVE LT-TRAN-CODE           TO DL-TRAN-CODE.
            MOVE LT-ARTIST              TO DL-ARTIST.

            CLOSE LOAN-FILE.
            CLOSE RSRV-FILE.
            IF WS-BORROWER-AVAIL
                CLOSE BORROWER-FILE
            END-IF.
            CLOSE MASTER-TAPE.
            CLOSE TRAN-LOAN.
            CLOSE LOAN-REPORT.
