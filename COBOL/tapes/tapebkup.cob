                ASSIGN TO "/tmp/tape-backup.ctl"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CONTROL-STATUS.
            SELECT BACKUP-LOG
                ASSIGN TO "/tmp/tape-backup-log"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LOG-STATUS.
            SELECT BACKUP-REPORT
                ASSIGN TO "/tmp/tape-backup-report"
                ORGANIZATION IS LINE SEQUENTIAL.
            05  BC-FUNCTION                 PIC X(06).
            05  BC-BACKUP-DATE              PIC X(08).

       FD  BACKUP-LOG.
       COPY BKUPLOG.

       FD  BACKUP-REPORT.
       01  BACKUP-REPORT-REC                PIC X(80).

            05  WS-MASTER-STATUS            PIC X(02) VALUE "00".
            05  WS-BACKUP-STATUS            PIC X(02) VALUE "00".
            05  WS-CONTROL-STATUS           PIC X(02) VALUE "00".
            05  WS-LOG-STATUS               PIC X(02) VALUE "00".

       01  WS-SWITCHES.
            05  EOF-MASTER-SW               PIC X VALUE "N".
                WRITE BACKUP-REPORT-REC FROM HASH-LINE
                    AFTER ADVANCING 1 LINE

                PERFORM OB2150-VERIFY-UNLOAD
            END-IF.

       OB2150-VERIFY-UNLOAD.
      *> Read the backup just written back off disk and balance it
      *> against the master's count and value hash. Only a backup
      *> that proves out goes on the backup log - that log is what
      *> tells the retention run which journal entries a recovery
      *> could still need, so an unproven backup must not count.
            MOVE "N" TO EOF-BACKUP-SW.

            OPEN INPUT BACKUP-FILE.
            IF WS-BACKUP-STATUS NOT = "00"
                MOVE "VERIFY FAILED - BACKUP WILL NOT OPEN"
                    TO RL-MESSAGE
                PERFORM OE1000-WRITE-FAILURE
            ELSE
                PERFORM OC3000-READ-BACKUP
                PERFORM OC2500-VERIFY-BACKUP-RECORD
                    UNTIL EOF-BACKUP
                CLOSE BACKUP-FILE

                MOVE "RECORDS READ BACK:"   TO CL-LABEL
                MOVE WS-BACKUP-COUNT        TO CL-COUNT
                WRITE BACKUP-REPORT-REC FROM COUNT-LINE
                    AFTER ADVANCING 1 LINE
                MOVE "READ-BACK VALUE HASH:" TO HL-LABEL
                MOVE WS-BACKUP-HASH         TO HL-HASH
                WRITE BACKUP-REPORT-REC FROM HASH-LINE
                    AFTER ADVANCING 1 LINE

                IF WS-BACKUP-COUNT = WS-MASTER-COUNT
                        AND WS-BACKUP-HASH = WS-MASTER-HASH
                    PERFORM OE2000-WRITE-BACKUP-LOG
                    MOVE "UNLOAD COMPLETE - BACKUP VERIFIED"
                        TO RL-MESSAGE
                    WRITE BACKUP-REPORT-REC FROM RESULT-LINE
                        AFTER ADVANCING 2 LINES
                ELSE
                    MOVE "BACKUP OUT OF BALANCE - DO NOT RELY ON IT"
                        TO RL-MESSAGE
                    PERFORM OE1000-WRITE-FAILURE
                END-IF
            END-IF.

       OC2500-VERIFY-BACKUP-RECORD.
            ADD 1        TO WS-BACKUP-COUNT.
            ADD BK-VALUE TO WS-BACKUP-HASH.

            PERFORM OC3000-READ-BACKUP.

       OC1000-READ-MASTER.
            READ MASTER-TAPE
                AT END MOVE "Y" TO EOF-MASTER-SW.

            PERFORM OC1000-READ-MASTER.

       OE2000-WRITE-BACKUP-LOG.
            OPEN EXTEND BACKUP-LOG.
            IF WS-LOG-STATUS = "35"
                OPEN OUTPUT BACKUP-LOG
                CLOSE BACKUP-LOG
                OPEN EXTEND BACKUP-LOG
            END-IF.

            MOVE WS-BACKUP-DATE     TO BV-BACKUP-DATE.
            MOVE WS-CD-YYYYMMDD     TO BV-RUN-DATE.
            MOVE WS-BACKUP-COUNT    TO BV-REC-COUNT.
            MOVE WS-BACKUP-HASH     TO BV-VALUE-HASH.
            WRITE BACKUP-LOG-REC.
            CLOSE BACKUP-LOG.

       OE1000-WRITE-FAILURE.
            WRITE BACKUP-REPORT-REC FROM RESULT-LINE
                AFTER ADVANCING 2 LINES.
