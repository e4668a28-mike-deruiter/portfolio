       OC4000-REPLAY-ENTRY.
            IF AJ-RUN-DATE > WS-BACKUP-DATE
                EVALUATE AJ-TRAN-CODE
      *> A title moved in from, or out to, the music master by
      *> COLLECTION-TRANSFER ("I"/"O") replays like an add or delete.
                    WHEN "A"
                    WHEN "I"
                        PERFORM OD1000-REPLAY-ADD
                    WHEN "C"
                    WHEN "V"
                        PERFORM OD2000-REPLAY-CHANGE
                    WHEN "D"
                    WHEN "S"
                    WHEN "L"
                    WHEN "O"
                        PERFORM OD3000-REPLAY-DELETE
                    WHEN OTHER
                        ADD 1 TO WS-REPLAY-ERR-COUNT
