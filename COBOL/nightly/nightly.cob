
       01  WS-STEP-CONTROL.
            05  WS-STEP-IX                  PIC 9(02) VALUE ZERO.
            05  WS-STEP-MAX                 PIC 9(02) VALUE 6.
            05  WS-STEP-TABLE.
                10  PIC X(20) VALUE "TAPE-MAINTENANCE".
                10  PIC X(01) VALUE "N".
                10  PIC X(20) VALUE "TAPE-INTEGRITY".
                10  PIC X(01) VALUE "N".
                10  PIC X(20) VALUE "TAPE-COLLECTION".
                10  PIC X(01) VALUE "N".
                10  PIC X(20) VALUE "TAPE-RECONCILE".
                10  PIC X(20) VALUE "COLLECTION-NETWORTH".
                10  PIC X(01) VALUE "N".
            05  WS-STEP-ENTRIES REDEFINES WS-STEP-TABLE
                    OCCURS 6 TIMES.
                10  WS-STEP-NAME            PIC X(20).
                10  WS-STEP-DONE-SW         PIC X(01).
                    88  WS-STEP-DONE              VALUE "Y".
      *> A live tape checkpoint means TAPE-COLLECTION went down mid
      *> report. The maintenance step's work is already on the master
      *> (the checkpoint is only written after maintenance completed)
      *> and the integrity sweep passed before the report started, so
      *> both are treated as done and the report step runs again -
      *> its own restart logic resumes where it stopped.
            OPEN INPUT CHECKPOINT-FILE.
            IF WS-CKPT-STATUS = "00"
                READ CHECKPOINT-FILE
                    NOT AT END
                        MOVE "Y" TO WS-RESTART-PENDING-SW
                        MOVE "Y" TO WS-STEP-DONE-SW (1)
                        MOVE "Y" TO WS-STEP-DONE-SW (2)
                        MOVE "N" TO WS-STEP-DONE-SW (3)
                END-READ
                CLOSE CHECKPOINT-FILE
            END-IF.
