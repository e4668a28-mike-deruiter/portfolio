       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAPE-CULL.

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
            SELECT PLAY-FILE
                ASSIGN TO "/tmp/PLAYS.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PH-KEY
                FILE STATUS IS WS-PLAY-STATUS.
            SELECT LOAN-FILE
                ASSIGN TO "/tmp/LOANS.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LN-KEY
                FILE STATUS IS WS-LOAN-STATUS.
            SELECT CONTROL-FILE
                ASSIGN TO "/tmp/tape-cull.ctl"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CONTROL-STATUS.
            SELECT APPROVAL-FILE
                ASSIGN TO "/tmp/cull-approved.ctl"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-APPROVAL-STATUS.
            SELECT TRAN-TAPE
                ASSIGN TO "/tmp/TAPES.TXN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRAN-STATUS.
            SELECT BATCH-CONTROL
                ASSIGN TO "/tmp/tape-batch-control"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BATCHCTL-STATUS.
            SELECT CULL-REPORT
                ASSIGN TO "/tmp/tape-cull-report"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT SW-CULL
                ASSIGN TO "SORTWK"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  MASTER-TAPE.
       COPY TAPEMSTR.

       FD  PLAY-FILE.
       COPY PLAYHIST.

       FD  LOAN-FILE.
       COPY LOANMSTR.

      *> Control card: how many months back a play still counts, the
      *> rating below which a tape is called low-rated, and the date
      *> and batch number the sale batch goes out under. Blanks mean
      *> 12 months, 2.00, today and "CL" plus today's month and day.
       FD  CONTROL-FILE.
       01  CULL-CTL-REC.
            05  CC-MONTHS                   PIC 9(02).
            05  CC-MONTHS-X REDEFINES CC-MONTHS
                                            PIC X(02).
            05  CC-LOW-RATING               PIC 9V99.
            05  CC-LOW-RATING-X REDEFINES CC-LOW-RATING
                                            PIC X(03).
            05  CC-BATCH-DATE               PIC X(08).
            05  CC-BATCH-NUMBER             PIC X(06).

      *> One card per candidate approved for sale, with the price it
      *> is to go at; a blank price means the value the master
      *> carries. The copy must be given - a sale names one tape.
       FD  APPROVAL-FILE.
       01  APPROVAL-REC.
            05  CA-ARTIST                   PIC X(20).
            05  CA-TITLE                    PIC X(20).
            05  CA-COPY                     PIC X(02).
            05  CA-SALE-PRICE               PIC 999V99.
            05  CA-SALE-PRICE-X REDEFINES CA-SALE-PRICE
                                            PIC X(05).

      *> The sale batch is cut in the exact shape TAPE-MAINTENANCE
      *> expects: "H" header, one "S" sale per approved candidate,
      *> "T" trailer whose count and value hash are computed here so
      *> the batch verifies and balances on arrival.
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

       FD  CULL-REPORT.
       01  CULL-REPORT-REC                  PIC X(132).

      *> One record per tape copy, carrying what it is ranked on.
      *> Fewest recent plays sort first, then lowest rating, then
      *> spare copies ahead of the one kept, then the most value
      *> freed by selling.
       SD  SW-CULL.
       01  SW-CULL-REC.
            05  SW-PLAYS                    PIC 9(05).
            05  SW-RATING                   PIC 9V99.
            05  SW-SPARE                    PIC X(01).
            05  SW-VALUE                    PIC 999V99.
            05  SW-ARTIST                   PIC X(20).
            05  SW-TITLE                    PIC X(20).
            05  SW-COPY                     PIC X(02).
            05  SW-YEAR                     PIC X(04).
            05  SW-FORMAT                   PIC X(02).
            05  SW-TOTAL-PLAYS              PIC 9(05).
            05  SW-LAST-PLAYED              PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
            05  WS-MASTER-STATUS            PIC X(02) VALUE "00".
            05  WS-PLAY-STATUS              PIC X(02) VALUE "00".
            05  WS-LOAN-STATUS              PIC X(02) VALUE "00".
            05  WS-CONTROL-STATUS           PIC X(02) VALUE "00".
            05  WS-APPROVAL-STATUS          PIC X(02) VALUE "00".
            05  WS-TRAN-STATUS              PIC X(02) VALUE "00".
            05  WS-BATCHCTL-STATUS          PIC X(02) VALUE "00".

       01  WS-SWITCHES.
            05  EOF-MASTER-SW               PIC X VALUE "N".
                88  EOF-MASTER                    VALUE "Y".
            05  EOF-PLAY-SW                 PIC X VALUE "N".
                88  EOF-PLAY                      VALUE "Y".
            05  EOF-APPROVAL-SW             PIC X VALUE "N".
                88  EOF-APPROVAL                  VALUE "Y".
            05  EOF-SORT-SW                 PIC X VALUE "N".
                88  EOF-SORT                      VALUE "Y".
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
            05  WS-NO-MASTER-SW             PIC X VALUE "N".
                88  WS-NO-MASTER                  VALUE "Y".
            05  WS-PLAY-AVAIL-SW            PIC X VALUE "N".
                88  WS-PLAY-AVAIL                 VALUE "Y".
            05  WS-LOAN-AVAIL-SW            PIC X VALUE "N".
                88  WS-LOAN-AVAIL                 VALUE "Y".
            05  WS-BATCH-OPEN-SW            PIC X VALUE "N".
                88  WS-BATCH-OPEN                 VALUE "Y".
            05  WS-CANDIDATE-SW             PIC X VALUE "N".
                88  WS-CANDIDATE                  VALUE "Y".
            05  WS-APPROVED-SW              PIC X VALUE "N".
                88  WS-APPROVED                   VALUE "Y".
            05  WS-ON-LOAN-SW               PIC X VALUE "N".
                88  WS-ON-LOAN                    VALUE "Y".

       01  WS-CURRENT-DATE.
            05  WS-CD-YYYYMMDD              PIC X(08).
            05  WS-CD-DATE-PARTS REDEFINES WS-CD-YYYYMMDD.
                10  WS-CD-YEAR              PIC 9(04).
                10  WS-CD-MONTH             PIC 9(02).
                10  WS-CD-DAY               PIC 9(02).
            05  WS-CD-REST                  PIC X(13).

       01  WS-CULL-RULES.
            05  WS-MONTHS                   PIC 9(02) VALUE 12.
            05  WS-LOW-RATING               PIC 9V99 VALUE 2.00.
            05  WS-BATCH-DATE               PIC X(08) VALUE SPACES.
            05  WS-BATCH-NUMBER             PIC X(06) VALUE SPACES.
            05  WS-PENDING-NUMBER           PIC X(06) VALUE SPACES.

      *> Plays on or after this date count as recent. It is the same
      *> day WS-MONTHS back, held to the 28th so the date always
      *> exists.
       01  WS-WINDOW-FIELDS.
            05  WS-WINDOW-START             PIC X(08) VALUE SPACES.
            05  WS-WINDOW-PARTS REDEFINES WS-WINDOW-START.
                10  WS-WIN-YEAR             PIC 9(04).
                10  WS-WIN-MONTH            PIC 9(02).
                10  WS-WIN-DAY              PIC 9(02).
            05  WS-MONTH-COUNT              PIC 9(06) VALUE ZERO.
            05  WS-MONTH-REM                PIC 9(02) VALUE ZERO.

      *> The copies of one album, gathered while the master is read
      *> so the copy to keep can be chosen before any is released.
       01  WS-ALBUM.
            05  WS-ALBUM-KEY.
                10  WS-ALBUM-ARTIST         PIC X(20) VALUE SPACES.
                10  WS-ALBUM-TITLE          PIC X(20) VALUE SPACES.
            05  WS-COPY-COUNT               PIC 9(02) VALUE ZERO.
            05  WS-COPY-IX                  PIC 9(02) VALUE ZERO.
            05  WS-KEEP-IX                  PIC 9(02) VALUE ZERO.
            05  WS-COPY-TABLE OCCURS 99 TIMES.
                10  WSC-COPY                PIC X(02).
                10  WSC-YEAR                PIC X(04).
                10  WSC-VALUE               PIC 999V99.
                10  WSC-RATING              PIC 9V99.
                10  WSC-FORMAT              PIC X(02).
                10  WSC-PLAYS               PIC 9(05).
                10  WSC-TOTAL-PLAYS         PIC 9(05).
                10  WSC-LAST-PLAYED         PIC X(08).

      *> Approval cards, held so each ranked copy can be checked
      *> against them and any card that never matched reported.
       01  WS-APPROVALS.
            05  WS-APV-COUNT                PIC 9(03) VALUE ZERO.
            05  WS-APV-IX                   PIC 9(03) VALUE ZERO.
            05  WS-APV-HIT                  PIC 9(03) VALUE ZERO.
            05  WS-APV-TABLE OCCURS 200 TIMES.
                10  WSA-KEY                 PIC X(42).
                10  WSA-PRICE               PIC 999V99.
                10  WSA-PRICE-SW            PIC X(01).
                10  WSA-USED-SW             PIC X(01).

       01  WS-EDIT-FIELDS.
            05  WS-RANKED-KEY.
                10  WS-RANKED-ARTIST        PIC X(20).
                10  WS-RANKED-TITLE         PIC X(20).
                10  WS-RANKED-COPY          PIC X(02).
            05  WS-FLAG-PTR                 PIC 9(02) VALUE ZERO.

       01  WS-COUNTERS.
            05  WS-RANK                     PIC 9(05) VALUE ZERO.
            05  WS-NEVER-COUNT              PIC 9(05) VALUE ZERO.
            05  WS-LOW-COUNT                PIC 9(05) VALUE ZERO.
            05  WS-SPARE-COUNT              PIC 9(05) VALUE ZERO.
            05  WS-CANDIDATE-COUNT          PIC 9(05) VALUE ZERO.
            05  WS-SALE-COUNT               PIC 9(05) VALUE ZERO.
            05  WS-HELD-COUNT               PIC 9(05) VALUE ZERO.
            05  WS-VALUE-HASH               PIC 9(09)V99 VALUE ZERO.

       01  WS-ACCUMULATORS.
            05  A-CANDIDATE-VALUE           PIC 9(07)V99 VALUE ZERO.
            05  A-SALE-PRICE                PIC 9(07)V99 VALUE ZERO.

       01  TITLE-1.
            05  PIC X(25) VALUE ALL SPACES.
            05  PIC X(24) VALUE "TAPE CULL CANDIDATES -".
            05  PIC X(06) VALUE "PLAYS ".
            05  PIC X(06) VALUE "SINCE ".
            05  T1-WINDOW                   PIC X(08).

       01  RULES-LINE.
            05  PIC X(24) VALUE "LOW RATING BELOW:".
            05  RU-LOW-RATING               PIC 9.99.

       01  HEADER-1.
            05  PIC X(05) VALUE " RANK".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(20) VALUE "ARTIST".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(20) VALUE "TITLE".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(02) VALUE "CP".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(02) VALUE "FM".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(05) VALUE "RECNT".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(05) VALUE "TOTAL".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(08) VALUE "LAST".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(04) VALUE "RATE".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(07) VALUE "  VALUE".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(17) VALUE "FLAGS".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(24) VALUE "ACTION".

       01  HEADER-DASHES.
            05  PIC X(05) VALUE ALL "-".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(20) VALUE ALL "-".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(20) VALUE ALL "-".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(02) VALUE ALL "-".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(02) VALUE ALL "-".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(05) VALUE ALL "-".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(05) VALUE ALL "-".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(08) VALUE ALL "-".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(04) VALUE ALL "-".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(07) VALUE ALL "-".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(17) VALUE ALL "-".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(24) VALUE ALL "-".

       01  DETAIL-LINE.
            05  DL-RANK                     PIC ZZZZ9.
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-ARTIST                   PIC X(20).
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-TITLE                    PIC X(20).
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-COPY                     PIC X(02).
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-FORMAT                   PIC X(02).
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-PLAYS                    PIC ZZZZ9.
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-TOTAL-PLAYS              PIC ZZZZ9.
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-LAST-PLAYED              PIC X(08).
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-RATING                   PIC 9.99.
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-VALUE                    PIC $$$9.99.
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-FLAGS                    PIC X(17).
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-ACTION                   PIC X(24).

       01  BATCH-LINE.
            05  PIC X(21) VALUE "SALE BATCH:          ".
            05  BL-BATCH-NUMBER             PIC X(06).
            05  PIC X(04) VALUE " OF ".
            05  BL-BATCH-DATE               PIC X(08).

       01  UNUSED-LINE.
            05  UL-ARTIST                   PIC X(20).
            05  PIC X(01) VALUE ALL SPACES.
            05  UL-TITLE                    PIC X(20).
            05  PIC X(01) VALUE ALL SPACES.
            05  UL-COPY                     PIC X(02).
            05  PIC X(02) VALUE ALL SPACES.
            05  PIC X(30) VALUE "APPROVAL NOT USED - NOT HELD".

       01  SUMMARY-LINE.
            05  SL-LABEL                    PIC X(24).
            05  SL-COUNT                    PIC ZZ,ZZ9.

       01  SUMMARY-VALUE-LINE.
            05  SV-LABEL                    PIC X(24).
            05  SV-VALUE                    PIC $,$$$,$$9.99.

       01  RESULT-LINE.
            05  RL-MESSAGE                  PIC X(60).

       PROCEDURE DIVISION.

       00000-MAIN.
            PERFORM OB0500-READ-CONTROLS.

            SORT SW-CULL
                ASCENDING  SW-PLAYS, SW-RATING
                DESCENDING SW-SPARE, SW-VALUE
                ASCENDING  SW-ARTIST, SW-TITLE, SW-COPY
                INPUT PROCEDURE OV1000-RELEASE-COPIES
                OUTPUT PROCEDURE OA1000-MAINLINE.

            STOP RUN.

       OB0500-READ-CONTROLS.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
            MOVE WS-CD-YYYYMMDD TO WS-BATCH-DATE.
            STRING "CL"                 DELIMITED BY SIZE
                   WS-CD-YYYYMMDD (5:4) DELIMITED BY SIZE
                INTO WS-BATCH-NUMBER.

            OPEN INPUT CONTROL-FILE.
            IF WS-CONTROL-STATUS = "00"
                READ CONTROL-FILE
                    AT END CONTINUE
                    NOT AT END
                        PERFORM OC0500-TAKE-CONTROL-CARD
                END-READ
                CLOSE CONTROL-FILE
            END-IF.

            COMPUTE WS-MONTH-COUNT =
                WS-CD-YEAR * 12 + WS-CD-MONTH - 1 - WS-MONTHS.
            DIVIDE WS-MONTH-COUNT BY 12
                GIVING WS-WIN-YEAR REMAINDER WS-MONTH-REM.
            COMPUTE WS-WIN-MONTH = WS-MONTH-REM + 1.
            IF WS-CD-DAY > 28
                MOVE 28 TO WS-WIN-DAY
            ELSE
                MOVE WS-CD-DAY TO WS-WIN-DAY
            END-IF.

            OPEN INPUT APPROVAL-FILE.
            IF WS-APPROVAL-STATUS = "00"
                PERFORM OC0600-READ-APPROVAL
                PERFORM OC0700-TABLE-APPROVAL
                    UNTIL EOF-APPROVAL
                CLOSE APPROVAL-FILE
            END-IF.

       OC0500-TAKE-CONTROL-CARD.
            IF CC-MONTHS-X IS NUMERIC AND CC-MONTHS > ZERO
                MOVE CC-MONTHS          TO WS-MONTHS
            END-IF.
            IF CC-LOW-RATING-X IS NUMERIC
                MOVE CC-LOW-RATING      TO WS-LOW-RATING
            END-IF.
            IF CC-BATCH-DATE IS NUMERIC
                MOVE CC-BATCH-DATE      TO WS-BATCH-DATE
            END-IF.
            IF CC-BATCH-NUMBER NOT = SPACES
                MOVE CC-BATCH-NUMBER    TO WS-BATCH-NUMBER
            END-IF.

       OC0600-READ-APPROVAL.
            READ APPROVAL-FILE
                AT END MOVE "Y" TO EOF-APPROVAL-SW.

       OC0700-TABLE-APPROVAL.
            IF WS-APV-COUNT < 200
                ADD 1 TO WS-APV-COUNT
                MOVE APPROVAL-REC (1:42)  TO WSA-KEY(WS-APV-COUNT)
                MOVE "N"                  TO WSA-USED-SW(WS-APV-COUNT)
                IF CA-SALE-PRICE-X IS NUMERIC
                    MOVE CA-SALE-PRICE    TO WSA-PRICE(WS-APV-COUNT)
                    MOVE "Y"              TO WSA-PRICE-SW(WS-APV-COUNT)
                ELSE
                    MOVE ZERO             TO WSA-PRICE(WS-APV-COUNT)
                    MOVE "N"              TO WSA-PRICE-SW(WS-APV-COUNT)
                END-IF
            ELSE
                MOVE "Y" TO WS-FAILED-SW
                MOVE "Y" TO EOF-APPROVAL-SW
            END-IF.

            IF NOT EOF-APPROVAL
                PERFORM OC0600-READ-APPROVAL
            END-IF.

       OV1000-RELEASE-COPIES.
            OPEN INPUT MASTER-TAPE.
            IF WS-MASTER-STATUS NOT = "00"
                MOVE "Y" TO WS-NO-MASTER-SW
                MOVE "Y" TO EOF-MASTER-SW
            ELSE
                OPEN INPUT PLAY-FILE
                IF WS-PLAY-STATUS = "00"
                    MOVE "Y" TO WS-PLAY-AVAIL-SW
                END-IF

                PERFORM OV1100-READ-MASTER
                PERFORM OV2000-GATHER-COPY
                    UNTIL EOF-MASTER
                PERFORM OV3000-RELEASE-ALBUM

                IF WS-PLAY-AVAIL
                    CLOSE PLAY-FILE
                END-IF
                CLOSE MASTER-TAPE
            END-IF.

       OV1100-READ-MASTER.
            READ MASTER-TAPE
                AT END MOVE "Y" TO EOF-MASTER-SW.

       OV2000-GATHER-COPY.
      *> Copies of an album sit together on the master, so a change
      *> of artist or title means the album in hand is complete.
            IF TM-ARTIST NOT = WS-ALBUM-ARTIST
                    OR TM-TITLE NOT = WS-ALBUM-TITLE
                PERFORM OV3000-RELEASE-ALBUM
                MOVE TM-ARTIST  TO WS-ALBUM-ARTIST
                MOVE TM-TITLE   TO WS-ALBUM-TITLE
            END-IF.

            IF WS-COPY-COUNT < 99
                ADD 1 TO WS-COPY-COUNT
                MOVE TM-COPY     TO WSC-COPY(WS-COPY-COUNT)
                MOVE TM-YEAR     TO WSC-YEAR(WS-COPY-COUNT)
                MOVE TM-VALUE    TO WSC-VALUE(WS-COPY-COUNT)
                MOVE TM-RATING   TO WSC-RATING(WS-COPY-COUNT)
                MOVE TM-FORMAT   TO WSC-FORMAT(WS-COPY-COUNT)
                PERFORM OV2100-COUNT-PLAYS
            END-IF.

            PERFORM OV1100-READ-MASTER.

       OV2100-COUNT-PLAYS.
            MOVE ZERO   TO WSC-PLAYS(WS-COPY-COUNT).
            MOVE ZERO   TO WSC-TOTAL-PLAYS(WS-COPY-COUNT).
            MOVE SPACES TO WSC-LAST-PLAYED(WS-COPY-COUNT).

            IF WS-PLAY-AVAIL
                MOVE TM-ARTIST  TO PH-ARTIST
                MOVE TM-TITLE   TO PH-TITLE
                MOVE TM-COPY    TO PH-COPY
                MOVE LOW-VALUES TO PH-PLAY-DATE
                MOVE "N"        TO EOF-PLAY-SW
                START PLAY-FILE KEY >= PH-KEY
                    INVALID KEY
                        MOVE "Y" TO EOF-PLAY-SW
                END-START
                PERFORM OV2200-READ-PLAY
                    UNTIL EOF-PLAY
            END-IF.

       OV2200-READ-PLAY.
            READ PLAY-FILE NEXT
                AT END
                    MOVE "Y" TO EOF-PLAY-SW
                NOT AT END
                    IF PH-ARTIST NOT = TM-ARTIST
                            OR PH-TITLE NOT = TM-TITLE
                            OR PH-COPY NOT = TM-COPY
                        MOVE "Y" TO EOF-PLAY-SW
                    ELSE
                        ADD PH-PLAY-COUNT
                            TO WSC-TOTAL-PLAYS(WS-COPY-COUNT)
                        IF PH-PLAY-DATE NOT < WS-WINDOW-START
                            ADD PH-PLAY-COUNT
                                TO WSC-PLAYS(WS-COPY-COUNT)
                        END-IF
                        MOVE PH-PLAY-DATE
                            TO WSC-LAST-PLAYED(WS-COPY-COUNT)
                    END-IF
            END-READ.

       OV3000-RELEASE-ALBUM.
      *> The copy kept is the one played most lately, then most ever,
      *> then the best rated; every other copy of the album is spare.
            IF WS-COPY-COUNT > ZERO
                MOVE 1 TO WS-KEEP-IX
                PERFORM OV3050-PICK-KEEPER
                    VARYING WS-COPY-IX FROM 2 BY 1
                    UNTIL WS-COPY-IX > WS-COPY-COUNT

                PERFORM OV3100-RELEASE-COPY
                    VARYING WS-COPY-IX FROM 1 BY 1
                    UNTIL WS-COPY-IX > WS-COPY-COUNT
            END-IF.

            MOVE ZERO TO WS-COPY-COUNT.

       OV3050-PICK-KEEPER.
            IF WSC-PLAYS(WS-COPY-IX) > WSC-PLAYS(WS-KEEP-IX)
                MOVE WS-COPY-IX TO WS-KEEP-IX
            ELSE IF WSC-PLAYS(WS-COPY-IX) = WSC-PLAYS(WS-KEEP-IX)
                IF WSC-TOTAL-PLAYS(WS-COPY-IX) >
                        WSC-TOTAL-PLAYS(WS-KEEP-IX)
                    MOVE WS-COPY-IX TO WS-KEEP-IX
                ELSE IF WSC-TOTAL-PLAYS(WS-COPY-IX) =
                            WSC-TOTAL-PLAYS(WS-KEEP-IX)
                        AND WSC-RATING(WS-COPY-IX) >
                            WSC-RATING(WS-KEEP-IX)
                    MOVE WS-COPY-IX TO WS-KEEP-IX
                END-IF
            END-IF.

       OV3100-RELEASE-COPY.
            MOVE WSC-PLAYS(WS-COPY-IX)       TO SW-PLAYS.
            MOVE WSC-RATING(WS-COPY-IX)      TO SW-RATING.
            IF WS-COPY-IX = WS-KEEP-IX
                MOVE "N"                     TO SW-SPARE
            ELSE
                MOVE "Y"                     TO SW-SPARE
            END-IF.
            MOVE WSC-VALUE(WS-COPY-IX)       TO SW-VALUE.
            MOVE WS-ALBUM-ARTIST             TO SW-ARTIST.
            MOVE WS-ALBUM-TITLE              TO SW-TITLE.
            MOVE WSC-COPY(WS-COPY-IX)        TO SW-COPY.
            MOVE WSC-YEAR(WS-COPY-IX)        TO SW-YEAR.
            MOVE WSC-FORMAT(WS-COPY-IX)      TO SW-FORMAT.
            MOVE WSC-TOTAL-PLAYS(WS-COPY-IX) TO SW-TOTAL-PLAYS.
            MOVE WSC-LAST-PLAYED(WS-COPY-IX) TO SW-LAST-PLAYED.

            RELEASE SW-CULL-REC.

       OA1000-MAINLINE.
            PERFORM OB1000-SETUP.
            PERFORM OB2000-PROCESS
                UNTIL EOF-SORT.
            PERFORM OB3000-WRAPUP.

       OB1000-SETUP.
            OPEN OUTPUT CULL-REPORT.

            MOVE WS-WINDOW-START TO T1-WINDOW.
            WRITE CULL-REPORT-REC FROM TITLE-1.
            MOVE WS-LOW-RATING   TO RU-LOW-RATING.
            WRITE CULL-REPORT-REC FROM RULES-LINE
                AFTER ADVANCING 2 LINES.

            IF WS-FAILED
                MOVE "APPROVAL CARDS OVERFLOW TABLE - NO BATCH CUT"
                    TO RL-MESSAGE
                PERFORM OE1000-WRITE-FAILURE
            END-IF.
            IF WS-NO-MASTER
                MOVE "NO MASTER FILE - NOTHING TO RANK"
                    TO RL-MESSAGE
                PERFORM OE1000-WRITE-FAILURE
            END-IF.
            IF NOT WS-FAILED
                PERFORM OC8000-CHECK-PENDING-BATCH
            END-IF.

            WRITE CULL-REPORT-REC FROM HEADER-1
                AFTER ADVANCING 2 LINES.
            WRITE CULL-REPORT-REC FROM HEADER-DASHES
                AFTER ADVANCING 1 LINE.

            OPEN INPUT LOAN-FILE.
            IF WS-LOAN-STATUS = "00"
                MOVE "Y" TO WS-LOAN-AVAIL-SW
            END-IF.

            RETURN SW-CULL
                AT END MOVE "Y" TO EOF-SORT-SW.

       OB2000-PROCESS.
            ADD 1 TO WS-RANK.
            MOVE "N"    TO WS-CANDIDATE-SW.
            MOVE SPACES TO DL-FLAGS.
            MOVE SPACES TO DL-ACTION.
            MOVE 1      TO WS-FLAG-PTR.

      *> A rating of zero is a tape nobody has rated yet, not a bad
      *> one, so it is not called low-rated.
            IF SW-TOTAL-PLAYS = ZERO
                STRING "NEVER "     DELIMITED BY SIZE
                    INTO DL-FLAGS WITH POINTER WS-FLAG-PTR
                MOVE "Y" TO WS-CANDIDATE-SW
                ADD 1 TO WS-NEVER-COUNT
            END-IF.
            IF SW-RATING > ZERO AND SW-RATING < WS-LOW-RATING
                STRING "LOW "       DELIMITED BY SIZE
                    INTO DL-FLAGS WITH POINTER WS-FLAG-PTR
                MOVE "Y" TO WS-CANDIDATE-SW
                ADD 1 TO WS-LOW-COUNT
            END-IF.
            IF SW-SPARE = "Y"
                STRING "SPARE"      DELIMITED BY SIZE
                    INTO DL-FLAGS WITH POINTER WS-FLAG-PTR
                MOVE "Y" TO WS-CANDIDATE-SW
                ADD 1 TO WS-SPARE-COUNT
            END-IF.

            IF WS-CANDIDATE
                ADD 1           TO WS-CANDIDATE-COUNT
                ADD SW-VALUE    TO A-CANDIDATE-VALUE
                MOVE "CANDIDATE" TO DL-ACTION
            END-IF.

            PERFORM OC1000-CHECK-APPROVAL.

            IF WS-APPROVED
                IF NOT WS-CANDIDATE
                    MOVE "APPROVED - NOT CANDIDATE" TO DL-ACTION
                    ADD 1 TO WS-HELD-COUNT
                ELSE
                    PERFORM OC1100-CHECK-LOAN
                    IF WS-ON-LOAN
                        MOVE "APPROVED - ON LOAN" TO DL-ACTION
                        ADD 1 TO WS-HELD-COUNT
                    ELSE
                        IF NOT WS-FAILED
                            PERFORM OE2000-WRITE-SALE
                        END-IF
                    END-IF
                END-IF
            END-IF.

            MOVE WS-RANK                TO DL-RANK.
            MOVE SW-ARTIST              TO DL-ARTIST.
            MOVE SW-TITLE               TO DL-TITLE.
            MOVE SW-COPY                TO DL-COPY.
            MOVE SW-FORMAT              TO DL-FORMAT.
            MOVE SW-PLAYS               TO DL-PLAYS.
            MOVE SW-TOTAL-PLAYS         TO DL-TOTAL-PLAYS.
            MOVE SW-LAST-PLAYED         TO DL-LAST-PLAYED.
            MOVE SW-RATING              TO DL-RATING.
            MOVE SW-VALUE               TO DL-VALUE.
            WRITE CULL-REPORT-REC FROM DETAIL-LINE
                AFTER ADVANCING 1 LINE.

            RETURN SW-CULL
                AT END MOVE "Y" TO EOF-SORT-SW.

       OC1000-CHECK-APPROVAL.
            MOVE "N"        TO WS-APPROVED-SW.
            MOVE ZERO       TO WS-APV-HIT.
            MOVE SW-ARTIST  TO WS-RANKED-ARTIST.
            MOVE SW-TITLE   TO WS-RANKED-TITLE.
            MOVE SW-COPY    TO WS-RANKED-COPY.

            PERFORM VARYING WS-APV-IX FROM 1 BY 1
                    UNTIL WS-APV-IX > WS-APV-COUNT
                    OR WS-APPROVED
                IF WSA-KEY(WS-APV-IX) = WS-RANKED-KEY
                    MOVE "Y"        TO WS-APPROVED-SW
                    MOVE "Y"        TO WSA-USED-SW(WS-APV-IX)
                    MOVE WS-APV-IX  TO WS-APV-HIT
                END-IF
            END-PERFORM.

       OC1100-CHECK-LOAN.
      *> A tape out with a borrower cannot be sold from under the
      *> loan; it stays off the batch until it comes back.
            MOVE "N" TO WS-ON-LOAN-SW.
            IF WS-LOAN-AVAIL
                MOVE WS-RANKED-KEY TO LN-KEY
                READ LOAN-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE "Y" TO WS-ON-LOAN-SW
                END-READ
            END-IF.

       OE2000-WRITE-SALE.
      *> The batch is only started once there is a sale to put in
      *> it, so a run with nothing approved leaves TAPES.TXN alone.
            IF NOT WS-BATCH-OPEN
                OPEN OUTPUT TRAN-TAPE
                MOVE "H"              TO BH-REC-CODE
                MOVE WS-BATCH-DATE    TO BH-BATCH-DATE
                MOVE WS-BATCH-NUMBER  TO BH-BATCH-NUMBER
                WRITE TAPE-BATCH-HEADER
                MOVE "Y" TO WS-BATCH-OPEN-SW
            END-IF.

            MOVE SPACES                 TO TAPE-TRAN-REC.
            MOVE "S"                    TO TT-TRAN-CODE.
            MOVE SW-ARTIST              TO TT-ARTIST.
            MOVE SW-TITLE               TO TT-TITLE.
            MOVE SW-COPY                TO TT-COPY.
            MOVE SW-YEAR                TO TT-YEAR.
            MOVE SW-VALUE               TO TT-VALUE.
            MOVE SW-RATING              TO TT-RATING.
            MOVE SW-FORMAT              TO TT-FORMAT.
            MOVE WS-BATCH-DATE          TO TT-SALE-DATE.
            IF WSA-PRICE-SW(WS-APV-HIT) = "Y"
                MOVE WSA-PRICE(WS-APV-HIT) TO TT-SALE-PRICE
            ELSE
                MOVE SW-VALUE           TO TT-SALE-PRICE
            END-IF.
            MOVE ZERO                   TO TT-ACQ-COST.
            WRITE TAPE-TRAN-REC.

            ADD 1               TO WS-SALE-COUNT.
            ADD TT-VALUE        TO WS-VALUE-HASH.
            ADD TT-SALE-PRICE   TO A-SALE-PRICE.

            MOVE "SALE PROPOSED"        TO DL-ACTION.

       OB3000-WRAPUP.
            PERFORM OC3000-LIST-UNUSED
                VARYING WS-APV-IX FROM 1 BY 1
                UNTIL WS-APV-IX > WS-APV-COUNT.

            IF WS-BATCH-OPEN
                MOVE "T"              TO BT-REC-CODE
                MOVE WS-SALE-COUNT    TO BT-TRAN-COUNT
                MOVE WS-VALUE-HASH    TO BT-VALUE-HASH
                WRITE TAPE-BATCH-TRAILER
                CLOSE TRAN-TAPE
                MOVE WS-BATCH-NUMBER  TO BL-BATCH-NUMBER
                MOVE WS-BATCH-DATE    TO BL-BATCH-DATE
                WRITE CULL-REPORT-REC FROM BATCH-LINE
                    AFTER ADVANCING 2 LINES
            END-IF.

            MOVE SPACES TO CULL-REPORT-REC.
            WRITE CULL-REPORT-REC
                AFTER ADVANCING 1 LINE.

            MOVE "COPIES RANKED:"        TO SL-LABEL.
            MOVE WS-RANK                 TO SL-COUNT.
            PERFORM OE3000-WRITE-SUMMARY.
            MOVE "NEVER PLAYED:"         TO SL-LABEL.
            MOVE WS-NEVER-COUNT          TO SL-COUNT.
            PERFORM OE3000-WRITE-SUMMARY.
            MOVE "LOW RATED:"            TO SL-LABEL.
            MOVE WS-LOW-COUNT            TO SL-COUNT.
            PERFORM OE3000-WRITE-SUMMARY.
            MOVE "SPARE COPIES:"         TO SL-LABEL.
            MOVE WS-SPARE-COUNT          TO SL-COUNT.
            PERFORM OE3000-WRITE-SUMMARY.
            MOVE "SALE CANDIDATES:"      TO SL-LABEL.
            MOVE WS-CANDIDATE-COUNT      TO SL-COUNT.
            PERFORM OE3000-WRITE-SUMMARY.
            MOVE "CANDIDATE VALUE:"      TO SV-LABEL.
            MOVE A-CANDIDATE-VALUE       TO SV-VALUE.
            WRITE CULL-REPORT-REC FROM SUMMARY-VALUE-LINE
                AFTER ADVANCING 1 LINE.
            MOVE "SALES IN BATCH:"       TO SL-LABEL.
            MOVE WS-SALE-COUNT           TO SL-COUNT.
            PERFORM OE3000-WRITE-SUMMARY.
            MOVE "ASKING PRICE TOTAL:"   TO SV-LABEL.
            MOVE A-SALE-PRICE            TO SV-VALUE.
            WRITE CULL-REPORT-REC FROM SUMMARY-VALUE-LINE
                AFTER ADVANCING 1 LINE.
            MOVE "APPROVALS NOT USED:"   TO SL-LABEL.
            MOVE WS-HELD-COUNT           TO SL-COUNT.
            PERFORM OE3000-WRITE-SUMMARY.

            IF NOT WS-FAILED AND WS-HELD-COUNT > ZERO
                MOVE 4 TO RETURN-CODE
            END-IF.

            IF WS-LOAN-AVAIL
                CLOSE LOAN-FILE
            END-IF.
            CLOSE CULL-REPORT.

       OC3000-LIST-UNUSED.
      *> An approval that matched no ranked copy names a tape the
      *> master does not hold.
            IF WSA-USED-SW(WS-APV-IX) = "N"
                MOVE WSA-KEY(WS-APV-IX) (1:20)  TO UL-ARTIST
                MOVE WSA-KEY(WS-APV-IX) (21:20) TO UL-TITLE
                MOVE WSA-KEY(WS-APV-IX) (41:2)  TO UL-COPY
                WRITE CULL-REPORT-REC FROM UNUSED-LINE
                    AFTER ADVANCING 1 LINE
                ADD 1 TO WS-HELD-COUNT
            END-IF.

       OE3000-WRITE-SUMMARY.
            WRITE CULL-REPORT-REC FROM SUMMARY-LINE
                AFTER ADVANCING 1 LINE.

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
                    IF WS-PENDING-NUMBER = WS-BATCH-NUMBER
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
                       WS-BATCH-NUMBER        DELIMITED BY SIZE
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
            IF BC-BATCH-NUMBER = WS-BATCH-NUMBER
                MOVE "Y" TO WS-NUMBER-USED-SW
            END-IF.
            PERFORM OC8100-READ-BATCH-CONTROL.

       OE1000-WRITE-FAILURE.
            WRITE CULL-REPORT-REC FROM RESULT-LINE
                AFTER ADVANCING 2 LINES.
            MOVE "Y" TO WS-FAILED-SW.
            MOVE 8 TO RETURN-CODE.
