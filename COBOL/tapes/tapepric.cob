       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAPE-PRICE-GUIDE.

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
            SELECT GUIDE-FILE
                ASSIGN TO "/tmp/price-guide.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GUIDE-STATUS.
            SELECT CONTROL-FILE
                ASSIGN TO "/tmp/price-guide.ctl"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CONTROL-STATUS.
            SELECT APPROVAL-FILE
                ASSIGN TO "/tmp/price-approved.ctl"
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
            SELECT GUIDE-REPORT
                ASSIGN TO "/tmp/price-guide-report"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  MASTER-TAPE.
       COPY TAPEMSTR.

      *> The dealer's price guide, one entry per line with the fields
      *> separated by "|":
      *>     H|guide date (YYYYMMDD)|source
      *>     D|artist|title|format|market price (e.g. 12.50)
      *>     T|number of D lines
      *> Artist, title and format are matched to TAPES.DAT exactly as
      *> keyed there. The header must come first and the trailer
      *> last, and the trailer count must agree with the D lines read
      *> or nothing from the guide is used.
       FD  GUIDE-FILE.
       01  GUIDE-REC                        PIC X(120).

      *> Control card: the tolerance, as a percentage of the market
      *> price (99V9, so 100 reads as 10.0%), that TM-VALUE may stand
      *> off the market before the copy is reported, and the date and
      *> batch number the repricing batch goes out under. Blanks mean
      *> 10.0%, today and "PG" plus today's month and day.
       FD  CONTROL-FILE.
       01  GUIDE-CTL-REC.
            05  PC-TOLERANCE                PIC 99V9.
            05  PC-TOLERANCE-X REDEFINES PC-TOLERANCE
                                            PIC X(03).
            05  PC-BATCH-DATE               PIC X(08).
            05  PC-BATCH-NUMBER             PIC X(06).

      *> One card per variance approved for repricing, with the value
      *> the copy is to carry; a blank value means the market price.
      *> The copy must be given - a change names one tape.
       FD  APPROVAL-FILE.
       01  APPROVAL-REC.
            05  PA-ARTIST                   PIC X(20).
            05  PA-TITLE                    PIC X(20).
            05  PA-COPY                     PIC X(02).
            05  PA-NEW-VALUE                PIC 999V99.
            05  PA-NEW-VALUE-X REDEFINES PA-NEW-VALUE
                                            PIC X(05).

      *> The repricing batch is cut in the exact shape TAPE-MAINTENANCE
      *> expects: "H" header, one "C" change per approved variance
      *> carrying the copy's other fields as the master holds them,
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

       FD  GUIDE-REPORT.
       01  GUIDE-REPORT-REC                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
            05  WS-MASTER-STATUS            PIC X(02) VALUE "00".
            05  WS-GUIDE-STATUS             PIC X(02) VALUE "00".
            05  WS-CONTROL-STATUS           PIC X(02) VALUE "00".
            05  WS-APPROVAL-STATUS          PIC X(02) VALUE "00".
            05  WS-TRAN-STATUS              PIC X(02) VALUE "00".
            05  WS-BATCHCTL-STATUS          PIC X(02) VALUE "00".

       01  WS-SWITCHES.
            05  EOF-MASTER-SW               PIC X VALUE "N".
                88  EOF-MASTER                    VALUE "Y".
            05  EOF-GUIDE-SW                PIC X VALUE "N".
                88  EOF-GUIDE                     VALUE "Y".
            05  EOF-APPROVAL-SW             PIC X VALUE "N".
                88  EOF-APPROVAL                  VALUE "Y".
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
            05  WS-TRAILER-FOUND-SW         PIC X VALUE "N".
                88  WS-TRAILER-FOUND              VALUE "Y".
            05  WS-AFTER-TRAILER-SW         PIC X VALUE "N".
                88  WS-AFTER-TRAILER              VALUE "Y".
            05  WS-EXTRA-HEADER-SW          PIC X VALUE "N".
                88  WS-EXTRA-HEADER               VALUE "Y".
            05  WS-COUNT-OK-SW              PIC X VALUE "N".
                88  WS-COUNT-OK                   VALUE "Y".
            05  WS-BATCH-OPEN-SW            PIC X VALUE "N".
                88  WS-BATCH-OPEN                 VALUE "Y".
            05  WS-APPROVED-SW              PIC X VALUE "N".
                88  WS-APPROVED                   VALUE "Y".
            05  WS-VARIANCE-SW              PIC X VALUE "N".
                88  WS-VARIANCE                   VALUE "Y".

       01  WS-CURRENT-DATE.
            05  WS-CD-YYYYMMDD              PIC X(08).
            05  WS-CD-REST                  PIC X(13).

       01  WS-GUIDE-RULES.
            05  WS-TOLERANCE                PIC 99V9 VALUE 10.0.
            05  WS-BATCH-DATE               PIC X(08) VALUE SPACES.
            05  WS-BATCH-NUMBER             PIC X(06) VALUE SPACES.
            05  WS-PENDING-NUMBER           PIC X(06) VALUE SPACES.
            05  WS-MAX-RATING               PIC 9V99 VALUE 5.00.

      *> One guide line taken apart at its "|" separators. The
      *> lengths catch a name too long for the master's fields, which
      *> would otherwise be cut short and match the wrong title.
       01  WS-GUIDE-FIELDS.
            05  GD-REC-TYPE                 PIC X(01).
            05  GD-ARTIST                   PIC X(20).
            05  GD-TITLE                    PIC X(20).
            05  GD-FORMAT                   PIC X(02).
            05  GD-PRICE-TEXT               PIC X(10).
            05  GD-TYPE-LEN                 PIC 9(03).
            05  GD-ARTIST-LEN               PIC 9(03).
            05  GD-TITLE-LEN                PIC 9(03).
            05  GD-FORMAT-LEN               PIC 9(03).
            05  GD-GUIDE-DATE               PIC X(08) VALUE SPACES.
            05  GD-SOURCE                   PIC X(30) VALUE SPACES.
            05  GD-COUNT-TEXT               PIC X(07) JUSTIFIED RIGHT.
            05  GD-COUNT-LEN                PIC 9(03).
            05  GD-COUNT                    PIC 9(07).
            05  GD-REASON                   PIC X(32).

      *> The market price arrives as text with a decimal point; it is
      *> rebuilt digit by digit into the master's 999V99 shape.
       01  WS-PRICE-FIELDS.
            05  WS-PRICE-WHOLE              PIC X(03) JUSTIFIED RIGHT.
            05  WS-PRICE-FRAC               PIC X(02).
            05  WS-WHOLE-LEN                PIC 9(03).
            05  WS-FRAC-LEN                 PIC 9(03).
            05  WS-PRICE-DIGITS.
                10  WS-PD-WHOLE             PIC X(03).
                10  WS-PD-FRAC              PIC X(02).
            05  WS-PRICE-NUM REDEFINES WS-PRICE-DIGITS
                                            PIC 999V99.

      *> The guide, held so every owned copy can be looked up in it
      *> and every entry no copy matched listed at the end.
       01  WS-GUIDE.
            05  WS-GDE-COUNT                PIC 9(04) VALUE ZERO.
            05  WS-GDE-IX                   PIC 9(04) VALUE ZERO.
            05  WS-GDE-HIT                  PIC 9(04) VALUE ZERO.
            05  WS-GDE-TABLE OCCURS 2000 TIMES.
                10  WSG-KEY                 PIC X(42).
                10  WSG-PRICE               PIC 999V99.
                10  WSG-OWNED-SW            PIC X(01).

       01  WS-LOOKUP-KEY.
            05  WS-LOOKUP-ARTIST            PIC X(20).
            05  WS-LOOKUP-TITLE             PIC X(20).
            05  WS-LOOKUP-FORMAT            PIC X(02).

      *> Approval cards, held so each variance can be checked against
      *> them and any card that never matched reported.
       01  WS-APPROVALS.
            05  WS-APV-COUNT                PIC 9(03) VALUE ZERO.
            05  WS-APV-IX                   PIC 9(03) VALUE ZERO.
            05  WS-APV-HIT                  PIC 9(03) VALUE ZERO.
            05  WS-APV-OVERFLOW-SW          PIC X(01) VALUE "N".
            05  WS-APV-TABLE OCCURS 200 TIMES.
                10  WSA-KEY                 PIC X(42).
                10  WSA-VALUE               PIC 999V99.
                10  WSA-VALUE-SW            PIC X(01).
                10  WSA-USED-SW             PIC X(01).

       01  WS-VARIANCE-FIELDS.
            05  WS-COPY-VALUE               PIC 999V99 VALUE ZERO.
            05  WS-MARKET-PRICE             PIC 999V99 VALUE ZERO.
            05  WS-NEW-VALUE                PIC 999V99 VALUE ZERO.
            05  WS-DIFFERENCE               PIC S9(04)V99 VALUE ZERO.
            05  WS-ABS-DIFFERENCE           PIC 9(04)V99 VALUE ZERO.
            05  WS-DIFF-SCALED              PIC 9(06)V99 VALUE ZERO.
            05  WS-TOL-SCALED               PIC 9(06)V99 VALUE ZERO.
            05  WS-VAR-PCT                  PIC S9(07)V9 VALUE ZERO.
            05  WS-COPY-KEY.
                10  WS-COPY-ARTIST          PIC X(20).
                10  WS-COPY-TITLE           PIC X(20).
                10  WS-COPY-COPY            PIC X(02).

       01  WS-COUNTERS.
            05  WS-DETAIL-COUNT             PIC 9(05) VALUE ZERO.
            05  WS-GUIDE-REJECT-COUNT       PIC 9(05) VALUE ZERO.
            05  WS-COPY-COUNT               PIC 9(05) VALUE ZERO.
            05  WS-PRICED-COUNT             PIC 9(05) VALUE ZERO.
            05  WS-WITHIN-COUNT             PIC 9(05) VALUE ZERO.
            05  WS-VARIANCE-COUNT           PIC 9(05) VALUE ZERO.
            05  WS-UNCOVERED-COUNT          PIC 9(05) VALUE ZERO.
            05  WS-UNOWNED-COUNT            PIC 9(05) VALUE ZERO.
            05  WS-REPRICE-COUNT            PIC 9(05) VALUE ZERO.
            05  WS-HELD-COUNT               PIC 9(05) VALUE ZERO.
            05  WS-VALUE-HASH               PIC 9(09)V99 VALUE ZERO.

       01  WS-ACCUMULATORS.
            05  A-VALUE-BEFORE              PIC 9(07)V99 VALUE ZERO.
            05  A-VALUE-AFTER               PIC 9(07)V99 VALUE ZERO.
            05  A-UNOWNED-MARKET            PIC 9(07)V99 VALUE ZERO.

       01  TITLE-1.
            05  PIC X(25) VALUE ALL SPACES.
            05  PIC X(30) VALUE "MARKET PRICE GUIDE VARIANCES".

       01  GUIDE-INFO-LINE.
            05  PIC X(07) VALUE "GUIDE: ".
            05  GI-SOURCE                   PIC X(30).
            05  PIC X(04) VALUE " OF ".
            05  GI-DATE                     PIC X(08).
            05  PIC X(14) VALUE "  TOLERANCE: ".
            05  GI-TOLERANCE                PIC Z9.9.
            05  PIC X(01) VALUE "%".

       01  SECTION-LINE.
            05  SC-TITLE                    PIC X(60).

       01  HEADER-1.
            05  PIC X(20) VALUE "ARTIST".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(20) VALUE "TITLE".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(02) VALUE "CP".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(02) VALUE "FM".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(07) VALUE "  VALUE".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(07) VALUE " MARKET".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(08) VALUE "VARIANCE".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(08) VALUE "     PCT".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(28) VALUE "ACTION".

       01  HEADER-DASHES.
            05  PIC X(20) VALUE ALL "-".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(20) VALUE ALL "-".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(02) VALUE ALL "-".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(02) VALUE ALL "-".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(07) VALUE ALL "-".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(07) VALUE ALL "-".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(08) VALUE ALL "-".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(08) VALUE ALL "-".
            05  PIC X(01) VALUE ALL SPACES.
            05  PIC X(28) VALUE ALL "-".

       01  DETAIL-LINE.
            05  DL-ARTIST                   PIC X(20).
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-TITLE                    PIC X(20).
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-COPY                     PIC X(02).
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-FORMAT                   PIC X(02).
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-VALUE                    PIC $$$9.99.
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-MARKET                   PIC $$$9.99.
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-VARIANCE                 PIC ----9.99.
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-PCT                      PIC -----9.9.
            05  PIC X(01) VALUE ALL SPACES.
            05  DL-ACTION                   PIC X(28).

      *> Owned copies the guide does not price, and guide entries no
      *> copy matched: the copy column is blank on the guide side.
       01  LIST-LINE.
            05  LL-ARTIST                   PIC X(20).
            05  PIC X(01) VALUE ALL SPACES.
            05  LL-TITLE                    PIC X(20).
            05  PIC X(01) VALUE ALL SPACES.
            05  LL-COPY                     PIC X(02).
            05  PIC X(01) VALUE ALL SPACES.
            05  LL-FORMAT                   PIC X(02).
            05  PIC X(01) VALUE ALL SPACES.
            05  LL-AMOUNT                   PIC $$$9.99.

       01  GUIDE-REJECT-LINE.
            05  GR-LINE                     PIC X(60).
            05  PIC X(01) VALUE ALL SPACES.
            05  GR-REASON                   PIC X(32).

       01  UNUSED-LINE.
            05  UL-ARTIST                   PIC X(20).
            05  PIC X(01) VALUE ALL SPACES.
            05  UL-TITLE                    PIC X(20).
            05  PIC X(01) VALUE ALL SPACES.
            05  UL-COPY                     PIC X(02).
            05  PIC X(02) VALUE ALL SPACES.
            05  PIC X(31) VALUE "APPROVAL NOT USED - NO VARIANCE".

       01  BATCH-LINE.
            05  PIC X(21) VALUE "REPRICE BATCH:       ".
            05  BL-BATCH-NUMBER             PIC X(06).
            05  PIC X(04) VALUE " OF ".
            05  BL-BATCH-DATE               PIC X(08).

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
            PERFORM OB1000-SETUP.

            IF NOT WS-FAILED
                PERFORM OB2000-LOAD-GUIDE
            END-IF.

            IF NOT WS-FAILED
                PERFORM OB3000-PRICE-MASTER
            END-IF.

            IF NOT WS-FAILED
                PERFORM OB4000-LIST-UNCOVERED
                PERFORM OB5000-LIST-UNOWNED
            END-IF.

            PERFORM OB6000-WRAPUP.

            STOP RUN.

       OB1000-SETUP.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
            MOVE WS-CD-YYYYMMDD TO WS-BATCH-DATE.
            STRING "PG"                 DELIMITED BY SIZE
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

            OPEN INPUT APPROVAL-FILE.
            IF WS-APPROVAL-STATUS = "00"
                PERFORM OC0600-READ-APPROVAL
                PERFORM OC0700-TABLE-APPROVAL
                    UNTIL EOF-APPROVAL
                CLOSE APPROVAL-FILE
            END-IF.

            OPEN OUTPUT GUIDE-REPORT.
            WRITE GUIDE-REPORT-REC FROM TITLE-1.

            IF WS-APV-OVERFLOW-SW = "Y"
                MOVE "APPROVAL CARDS OVERFLOW TABLE - NO BATCH CUT"
                    TO RL-MESSAGE
                PERFORM OE1000-WRITE-FAILURE
            END-IF.
            IF NOT WS-FAILED
                PERFORM OC8000-CHECK-PENDING-BATCH
            END-IF.

       OC0500-TAKE-CONTROL-CARD.
            IF PC-TOLERANCE-X IS NUMERIC
                MOVE PC-TOLERANCE       TO WS-TOLERANCE
            END-IF.
            IF PC-BATCH-DATE IS NUMERIC
                MOVE PC-BATCH-DATE      TO WS-BATCH-DATE
            END-IF.
            IF PC-BATCH-NUMBER NOT = SPACES
                MOVE PC-BATCH-NUMBER    TO WS-BATCH-NUMBER
            END-IF.

       OC0600-READ-APPROVAL.
            READ APPROVAL-FILE
                AT END MOVE "Y" TO EOF-APPROVAL-SW.

       OC0700-TABLE-APPROVAL.
            IF WS-APV-COUNT < 200
                ADD 1 TO WS-APV-COUNT
                MOVE APPROVAL-REC (1:42)  TO WSA-KEY(WS-APV-COUNT)
                MOVE "N"                  TO WSA-USED-SW(WS-APV-COUNT)
                IF PA-NEW-VALUE-X IS NUMERIC
                    MOVE PA-NEW-VALUE     TO WSA-VALUE(WS-APV-COUNT)
                    MOVE "Y"              TO WSA-VALUE-SW(WS-APV-COUNT)
                ELSE
                    MOVE ZERO             TO WSA-VALUE(WS-APV-COUNT)
                    MOVE "N"              TO WSA-VALUE-SW(WS-APV-COUNT)
                END-IF
            ELSE
                MOVE "Y" TO WS-APV-OVERFLOW-SW
                MOVE "Y" TO EOF-APPROVAL-SW
            END-IF.

            IF NOT EOF-APPROVAL
                PERFORM OC0600-READ-APPROVAL
            END-IF.

       OB2000-LOAD-GUIDE.
      *> The whole guide is read and proved against its own header
      *> and trailer before a single price is compared; a guide that
      *> does not balance is not used at all.
            MOVE "GUIDE ENTRIES REJECTED" TO SC-TITLE.
            WRITE GUIDE-REPORT-REC FROM SECTION-LINE
                AFTER ADVANCING 2 LINES.

            OPEN INPUT GUIDE-FILE.
            IF WS-GUIDE-STATUS NOT = "00"
                MOVE "NO PRICE GUIDE FILE - NOTHING TO COMPARE"
                    TO RL-MESSAGE
                PERFORM OE1000-WRITE-FAILURE
            ELSE
                PERFORM OC2000-READ-GUIDE
                IF EOF-GUIDE
                    MOVE "PRICE GUIDE REJECTED - EMPTY FILE"
                        TO RL-MESSAGE
                    PERFORM OE1000-WRITE-FAILURE
                ELSE
                    PERFORM OC2100-SPLIT-GUIDE-LINE
                    IF GD-REC-TYPE NOT = "H"
                        MOVE "PRICE GUIDE REJECTED - NO HEADER"
                            TO RL-MESSAGE
                        PERFORM OE1000-WRITE-FAILURE
                    ELSE
                        PERFORM OC2200-TAKE-HEADER
                        IF GD-GUIDE-DATE IS NOT NUMERIC
                            MOVE "PRICE GUIDE REJECTED - BAD GUIDE DATE"
                                TO RL-MESSAGE
                            PERFORM OE1000-WRITE-FAILURE
                        ELSE
                            PERFORM OC2000-READ-GUIDE
                            PERFORM OC2300-TAKE-GUIDE-LINE
                                UNTIL EOF-GUIDE OR WS-FAILED
                            PERFORM OC2900-BALANCE-GUIDE
                        END-IF
                    END-IF
                END-IF
                CLOSE GUIDE-FILE
            END-IF.

       OC2000-READ-GUIDE.
            READ GUIDE-FILE
                AT END MOVE "Y" TO EOF-GUIDE-SW.

       OC2100-SPLIT-GUIDE-LINE.
            MOVE SPACES TO GD-REC-TYPE GD-ARTIST GD-TITLE GD-FORMAT
                           GD-PRICE-TEXT.
            MOVE ZERO   TO GD-TYPE-LEN GD-ARTIST-LEN GD-TITLE-LEN
                           GD-FORMAT-LEN.

            UNSTRING GUIDE-REC DELIMITED BY "|"
                INTO GD-REC-TYPE   COUNT IN GD-TYPE-LEN
                     GD-ARTIST     COUNT IN GD-ARTIST-LEN
                     GD-TITLE      COUNT IN GD-TITLE-LEN
                     GD-FORMAT     COUNT IN GD-FORMAT-LEN
                     GD-PRICE-TEXT
            END-UNSTRING.

            IF GD-TYPE-LEN NOT = 1
                MOVE SPACES TO GD-REC-TYPE
            END-IF.

       OC2200-TAKE-HEADER.
      *> Header fields were split into the artist and title slots.
            MOVE GD-ARTIST (1:8)    TO GD-GUIDE-DATE.
            MOVE GD-TITLE           TO GD-SOURCE.
            MOVE GD-SOURCE          TO GI-SOURCE.
            MOVE GD-GUIDE-DATE      TO GI-DATE.
            MOVE WS-TOLERANCE       TO GI-TOLERANCE.

       OC2300-TAKE-GUIDE-LINE.
            PERFORM OC2100-SPLIT-GUIDE-LINE.

            IF WS-TRAILER-FOUND
                MOVE "Y" TO WS-AFTER-TRAILER-SW
            ELSE
                EVALUATE GD-REC-TYPE
                    WHEN "D"
                        ADD 1 TO WS-DETAIL-COUNT
                        PERFORM OD2400-TAKE-ENTRY
                    WHEN "T"
                        MOVE "Y" TO WS-TRAILER-FOUND-SW
                        PERFORM OD2500-TAKE-TRAILER
                    WHEN "H"
                        MOVE "Y" TO WS-EXTRA-HEADER-SW
                    WHEN OTHER
                        MOVE "REJECTED - BAD RECORD TYPE" TO GD-REASON
                        PERFORM OE2000-WRITE-GUIDE-REJECT
                END-EVALUATE
            END-IF.

            PERFORM OC2000-READ-GUIDE.

       OD2400-TAKE-ENTRY.
            MOVE SPACES TO GD-REASON.

            IF GD-ARTIST = SPACES OR GD-TITLE = SPACES
                MOVE "REJECTED - NO ARTIST/TITLE" TO GD-REASON
            ELSE IF GD-ARTIST-LEN > 20 OR GD-TITLE-LEN > 20
                MOVE "REJECTED - ARTIST/TITLE TOO LONG" TO GD-REASON
            ELSE IF GD-FORMAT = SPACES OR GD-FORMAT-LEN > 2
                MOVE "REJECTED - BAD FORMAT" TO GD-REASON
            ELSE
                PERFORM OD2410-EDIT-PRICE
            END-IF.

            IF GD-REASON = SPACES
                MOVE GD-ARTIST  TO WS-LOOKUP-ARTIST
                MOVE GD-TITLE   TO WS-LOOKUP-TITLE
                MOVE GD-FORMAT  TO WS-LOOKUP-FORMAT
                PERFORM OC3100-FIND-GUIDE-ENTRY
                IF WS-GDE-HIT > ZERO
                    MOVE "REJECTED - DUPLICATE ENTRY" TO GD-REASON
                END-IF
            END-IF.

            IF GD-REASON NOT = SPACES
                PERFORM OE2000-WRITE-GUIDE-REJECT
            ELSE
                IF WS-GDE-COUNT < 2000
                    ADD 1 TO WS-GDE-COUNT
                    MOVE WS-LOOKUP-KEY TO WSG-KEY(WS-GDE-COUNT)
                    MOVE WS-PRICE-NUM  TO WSG-PRICE(WS-GDE-COUNT)
                    MOVE "N"           TO WSG-OWNED-SW(WS-GDE-COUNT)
                ELSE
                    MOVE "PRICE GUIDE OVERFLOWS TABLE - NOT USED"
                        TO RL-MESSAGE
                    PERFORM OE1000-WRITE-FAILURE
                END-IF
            END-IF.

       OD2410-EDIT-PRICE.
      *> Up to three whole digits and two decimals; "12", "12.5" and
      *> "12.50" all read as 012.50 or 012.00 as written.
            MOVE SPACES TO WS-PRICE-WHOLE WS-PRICE-FRAC.
            MOVE ZERO   TO WS-WHOLE-LEN WS-FRAC-LEN.

            UNSTRING GD-PRICE-TEXT DELIMITED BY "." OR SPACE
                INTO WS-PRICE-WHOLE COUNT IN WS-WHOLE-LEN
                     WS-PRICE-FRAC  COUNT IN WS-FRAC-LEN
            END-UNSTRING.

            IF WS-WHOLE-LEN = ZERO
                MOVE "REJECTED - NO PRICE" TO GD-REASON
            ELSE IF WS-WHOLE-LEN > 3 OR WS-FRAC-LEN > 2
                MOVE "REJECTED - PRICE OUT OF RANGE" TO GD-REASON
            ELSE
                INSPECT WS-PRICE-WHOLE REPLACING LEADING SPACE BY "0"
                INSPECT WS-PRICE-FRAC  REPLACING ALL SPACE BY "0"
                MOVE WS-PRICE-WHOLE TO WS-PD-WHOLE
                MOVE WS-PRICE-FRAC  TO WS-PD-FRAC
                IF WS-PRICE-DIGITS IS NOT NUMERIC
                    MOVE "REJECTED - BAD PRICE" TO GD-REASON
                END-IF
            END-IF.

       OD2500-TAKE-TRAILER.
      *> The count was split into the artist slot; it is right-
      *> justified and zero-filled before it is tested.
            MOVE ZERO   TO GD-COUNT.
            MOVE ZERO   TO GD-COUNT-LEN.
            MOVE SPACES TO GD-COUNT-TEXT.
            UNSTRING GD-ARTIST DELIMITED BY SPACE
                INTO GD-COUNT-TEXT COUNT IN GD-COUNT-LEN
            END-UNSTRING.
            IF GD-COUNT-LEN > ZERO AND GD-COUNT-LEN NOT > 7
                INSPECT GD-COUNT-TEXT REPLACING LEADING SPACE BY "0"
                IF GD-COUNT-TEXT IS NUMERIC
                    MOVE GD-COUNT-TEXT TO GD-COUNT
                    MOVE "Y" TO WS-COUNT-OK-SW
                END-IF
            END-IF.

       OC2900-BALANCE-GUIDE.
            IF NOT WS-FAILED
                IF NOT WS-TRAILER-FOUND
                    MOVE "PRICE GUIDE REJECTED - NO TRAILER"
                        TO RL-MESSAGE
                    PERFORM OE1000-WRITE-FAILURE
                ELSE IF WS-AFTER-TRAILER
                    MOVE "PRICE GUIDE REJECTED - LINES AFTER TRAILER"
                        TO RL-MESSAGE
                    PERFORM OE1000-WRITE-FAILURE
                ELSE IF WS-EXTRA-HEADER
                    MOVE "PRICE GUIDE REJECTED - SECOND HEADER"
                        TO RL-MESSAGE
                    PERFORM OE1000-WRITE-FAILURE
                ELSE IF NOT WS-COUNT-OK
                    MOVE "PRICE GUIDE REJECTED - TRAILER NOT NUMERIC"
                        TO RL-MESSAGE
                    PERFORM OE1000-WRITE-FAILURE
                ELSE IF GD-COUNT NOT = WS-DETAIL-COUNT
                    MOVE "PRICE GUIDE REJECTED - COUNT DOES NOT BALANCE"
                        TO RL-MESSAGE
                    PERFORM OE1000-WRITE-FAILURE
                END-IF
            END-IF.

            IF NOT WS-FAILED
                WRITE GUIDE-REPORT-REC FROM GUIDE-INFO-LINE
                    AFTER ADVANCING 2 LINES
            END-IF.

       OB3000-PRICE-MASTER.
            MOVE "COPIES OFF MARKET BY MORE THAN TOLERANCE"
                TO SC-TITLE.
            WRITE GUIDE-REPORT-REC FROM SECTION-LINE
                AFTER ADVANCING 2 LINES.
            WRITE GUIDE-REPORT-REC FROM HEADER-1
                AFTER ADVANCING 1 LINE.
            WRITE GUIDE-REPORT-REC FROM HEADER-DASHES
                AFTER ADVANCING 1 LINE.

            MOVE "N" TO EOF-MASTER-SW.
            OPEN INPUT MASTER-TAPE.
            IF WS-MASTER-STATUS NOT = "00"
                MOVE "NO MASTER FILE - NOTHING TO PRICE"
                    TO RL-MESSAGE
                PERFORM OE1000-WRITE-FAILURE
            ELSE
                PERFORM OC3000-READ-MASTER
                PERFORM OC3200-PRICE-COPY
                    UNTIL EOF-MASTER
                CLOSE MASTER-TAPE
            END-IF.

       OC3000-READ-MASTER.
            READ MASTER-TAPE
                AT END MOVE "Y" TO EOF-MASTER-SW.

       OC3100-FIND-GUIDE-ENTRY.
            MOVE ZERO TO WS-GDE-HIT.
            PERFORM VARYING WS-GDE-IX FROM 1 BY 1
                    UNTIL WS-GDE-IX > WS-GDE-COUNT
                    OR WS-GDE-HIT > ZERO
                IF WSG-KEY(WS-GDE-IX) = WS-LOOKUP-KEY
                    MOVE WS-GDE-IX TO WS-GDE-HIT
                END-IF
            END-PERFORM.

       OC3200-PRICE-COPY.
            ADD 1 TO WS-COPY-COUNT.
            MOVE TM-ARTIST  TO WS-LOOKUP-ARTIST.
            MOVE TM-TITLE   TO WS-LOOKUP-TITLE.
            MOVE TM-FORMAT  TO WS-LOOKUP-FORMAT.
            PERFORM OC3100-FIND-GUIDE-ENTRY.

            IF WS-GDE-HIT = ZERO
                ADD 1 TO WS-UNCOVERED-COUNT
            ELSE
                ADD 1 TO WS-PRICED-COUNT
                MOVE "Y" TO WSG-OWNED-SW(WS-GDE-HIT)
                PERFORM OD3300-MEASURE-VARIANCE
                IF WS-VARIANCE
                    ADD 1 TO WS-VARIANCE-COUNT
                    PERFORM OD3400-REPORT-VARIANCE
                ELSE
                    ADD 1 TO WS-WITHIN-COUNT
                END-IF
            END-IF.

            PERFORM OC3000-READ-MASTER.

       OD3300-MEASURE-VARIANCE.
      *> Off market when the difference is more than the tolerance
      *> percentage of the market price; with a market price of zero
      *> any value at all is off market.
            IF TM-VALUE IS NUMERIC
                MOVE TM-VALUE            TO WS-COPY-VALUE
            ELSE
                MOVE ZERO                TO WS-COPY-VALUE
            END-IF.
            MOVE WSG-PRICE(WS-GDE-HIT)   TO WS-MARKET-PRICE.

            COMPUTE WS-DIFFERENCE = WS-COPY-VALUE - WS-MARKET-PRICE.
            IF WS-DIFFERENCE < ZERO
                COMPUTE WS-ABS-DIFFERENCE = 0 - WS-DIFFERENCE
            ELSE
                MOVE WS-DIFFERENCE       TO WS-ABS-DIFFERENCE
            END-IF.
            COMPUTE WS-DIFF-SCALED = WS-ABS-DIFFERENCE * 100.
            COMPUTE WS-TOL-SCALED  = WS-TOLERANCE * WS-MARKET-PRICE.

            IF WS-DIFF-SCALED > WS-TOL-SCALED
                MOVE "Y" TO WS-VARIANCE-SW
            ELSE
                MOVE "N" TO WS-VARIANCE-SW
            END-IF.

       OD3400-REPORT-VARIANCE.
            MOVE SPACES                 TO DL-ACTION.
            MOVE TM-ARTIST              TO WS-COPY-ARTIST.
            MOVE TM-TITLE               TO WS-COPY-TITLE.
            MOVE TM-COPY                TO WS-COPY-COPY.

            IF WS-MARKET-PRICE > ZERO
                COMPUTE WS-VAR-PCT ROUNDED =
                    WS-DIFFERENCE * 100 / WS-MARKET-PRICE
                MOVE WS-VAR-PCT         TO DL-PCT
            ELSE
                MOVE ZERO               TO DL-PCT
            END-IF.

            PERFORM OC3500-CHECK-APPROVAL.
            IF WS-APPROVED
                PERFORM OD3600-PROPOSE-REPRICE
            ELSE
                MOVE "VARIANCE"         TO DL-ACTION
            END-IF.

            MOVE TM-ARTIST              TO DL-ARTIST.
            MOVE TM-TITLE               TO DL-TITLE.
            MOVE TM-COPY                TO DL-COPY.
            MOVE TM-FORMAT              TO DL-FORMAT.
            MOVE WS-COPY-VALUE          TO DL-VALUE.
            MOVE WS-MARKET-PRICE        TO DL-MARKET.
            MOVE WS-DIFFERENCE          TO DL-VARIANCE.
            WRITE GUIDE-REPORT-REC FROM DETAIL-LINE
                AFTER ADVANCING 1 LINE.

       OC3500-CHECK-APPROVAL.
            MOVE "N"        TO WS-APPROVED-SW.
            MOVE ZERO       TO WS-APV-HIT.

            PERFORM VARYING WS-APV-IX FROM 1 BY 1
                    UNTIL WS-APV-IX > WS-APV-COUNT
                    OR WS-APPROVED
                IF WSA-KEY(WS-APV-IX) = WS-COPY-KEY
                    MOVE "Y"        TO WS-APPROVED-SW
                    MOVE "Y"        TO WSA-USED-SW(WS-APV-IX)
                    MOVE WS-APV-IX  TO WS-APV-HIT
                END-IF
            END-PERFORM.

       OD3600-PROPOSE-REPRICE.
      *> A change carries every field TAPE-MAINTENANCE edits, taken
      *> from the master, so a copy whose year or rating would not
      *> pass those edits is held back rather than sent to suspense.
            IF TM-YEAR IS NOT NUMERIC
                    OR TM-RATING IS NOT NUMERIC
                    OR TM-RATING > WS-MAX-RATING
                MOVE "APPROVED - MASTER REC INVALID" TO DL-ACTION
                ADD 1 TO WS-HELD-COUNT
            ELSE
                IF WSA-VALUE-SW(WS-APV-HIT) = "Y"
                    MOVE WSA-VALUE(WS-APV-HIT) TO WS-NEW-VALUE
                ELSE
                    MOVE WS-MARKET-PRICE       TO WS-NEW-VALUE
                END-IF
                IF NOT WS-FAILED
                    PERFORM OE3000-WRITE-CHANGE
                END-IF
            END-IF.

       OE3000-WRITE-CHANGE.
      *> The batch is only started once there is a change to put in
      *> it, so a run with nothing approved leaves TAPES.TXN alone.
            IF NOT WS-BATCH-OPEN
                OPEN OUTPUT TRAN-TAPE
                MOVE "H"              TO BH-REC-CODE
                MOVE WS-BATCH-DATE    TO BH-BATCH-DATE
                MOVE WS-BATCH-NUMBER  TO BH-BATCH-NUMBER
                WRITE TAPE-BATCH-HEADER
                MOVE "Y" TO WS-BATCH-OPEN-SW
            END-IF.

      *> Spaces in TT-LOCATION leave the shelf location alone.
            MOVE SPACES                 TO TAPE-TRAN-REC.
            MOVE "C"                    TO TT-TRAN-CODE.
            MOVE TM-ARTIST              TO TT-ARTIST.
            MOVE TM-TITLE               TO TT-TITLE.
            MOVE TM-COPY                TO TT-COPY.
            MOVE TM-YEAR                TO TT-YEAR.
            MOVE WS-NEW-VALUE           TO TT-VALUE.
            MOVE TM-RATING              TO TT-RATING.
            MOVE TM-FORMAT              TO TT-FORMAT.
            WRITE TAPE-TRAN-REC.

            ADD 1               TO WS-REPRICE-COUNT.
            ADD TT-VALUE        TO WS-VALUE-HASH.
            ADD WS-COPY-VALUE   TO A-VALUE-BEFORE.
            ADD WS-NEW-VALUE    TO A-VALUE-AFTER.

            MOVE "REPRICE PROPOSED"     TO DL-ACTION.

       OB4000-LIST-UNCOVERED.
      *> Second pass over the master for the copies the guide does
      *> not price, so they list together rather than among the
      *> variances.
            MOVE "OWNED COPIES NOT IN GUIDE" TO SC-TITLE.
            WRITE GUIDE-REPORT-REC FROM SECTION-LINE
                AFTER ADVANCING 2 LINES.

            MOVE "N" TO EOF-MASTER-SW.
            OPEN INPUT MASTER-TAPE.
            IF WS-MASTER-STATUS = "00"
                PERFORM OC3000-READ-MASTER
                PERFORM OC4000-LIST-IF-UNCOVERED
                    UNTIL EOF-MASTER
                CLOSE MASTER-TAPE
            END-IF.

       OC4000-LIST-IF-UNCOVERED.
            MOVE TM-ARTIST  TO WS-LOOKUP-ARTIST.
            MOVE TM-TITLE   TO WS-LOOKUP-TITLE.
            MOVE TM-FORMAT  TO WS-LOOKUP-FORMAT.
            PERFORM OC3100-FIND-GUIDE-ENTRY.

            IF WS-GDE-HIT = ZERO
                MOVE TM-ARTIST      TO LL-ARTIST
                MOVE TM-TITLE       TO LL-TITLE
                MOVE TM-COPY        TO LL-COPY
                MOVE TM-FORMAT      TO LL-FORMAT
                IF TM-VALUE IS NUMERIC
                    MOVE TM-VALUE   TO LL-AMOUNT
                ELSE
                    MOVE ZERO       TO LL-AMOUNT
                END-IF
                WRITE GUIDE-REPORT-REC FROM LIST-LINE
                    AFTER ADVANCING 1 LINE
            END-IF.

            PERFORM OC3000-READ-MASTER.

       OB5000-LIST-UNOWNED.
            MOVE "GUIDE ENTRIES NOT OWNED" TO SC-TITLE.
            WRITE GUIDE-REPORT-REC FROM SECTION-LINE
                AFTER ADVANCING 2 LINES.

            PERFORM OC5000-LIST-IF-UNOWNED
                VARYING WS-GDE-IX FROM 1 BY 1
                UNTIL WS-GDE-IX > WS-GDE-COUNT.

       OC5000-LIST-IF-UNOWNED.
            IF WSG-OWNED-SW(WS-GDE-IX) = "N"
                MOVE WSG-KEY(WS-GDE-IX) (1:20)  TO LL-ARTIST
                MOVE WSG-KEY(WS-GDE-IX) (21:20) TO LL-TITLE
                MOVE SPACES                     TO LL-COPY
                MOVE WSG-KEY(WS-GDE-IX) (41:2)  TO LL-FORMAT
                MOVE WSG-PRICE(WS-GDE-IX)       TO LL-AMOUNT
                WRITE GUIDE-REPORT-REC FROM LIST-LINE
                    AFTER ADVANCING 1 LINE
                ADD 1 TO WS-UNOWNED-COUNT
                ADD WSG-PRICE(WS-GDE-IX) TO A-UNOWNED-MARKET
            END-IF.

       OE2000-WRITE-GUIDE-REJECT.
            MOVE GUIDE-REC              TO GR-LINE.
            MOVE GD-REASON              TO GR-REASON.
            WRITE GUIDE-REPORT-REC FROM GUIDE-REJECT-LINE
                AFTER ADVANCING 1 LINE.
            ADD 1 TO WS-GUIDE-REJECT-COUNT.

       OB6000-WRAPUP.
            IF NOT WS-FAILED AND WS-APV-COUNT > ZERO
                MOVE "APPROVALS NOT USED" TO SC-TITLE
                WRITE GUIDE-REPORT-REC FROM SECTION-LINE
                    AFTER ADVANCING 2 LINES
                PERFORM OC6000-LIST-UNUSED
                    VARYING WS-APV-IX FROM 1 BY 1
                    UNTIL WS-APV-IX > WS-APV-COUNT
            END-IF.

            IF WS-BATCH-OPEN
                MOVE "T"              TO BT-REC-CODE
                MOVE WS-REPRICE-COUNT TO BT-TRAN-COUNT
                MOVE WS-VALUE-HASH    TO BT-VALUE-HASH
                WRITE TAPE-BATCH-TRAILER
                CLOSE TRAN-TAPE
                MOVE WS-BATCH-NUMBER  TO BL-BATCH-NUMBER
                MOVE WS-BATCH-DATE    TO BL-BATCH-DATE
                WRITE GUIDE-REPORT-REC FROM BATCH-LINE
                    AFTER ADVANCING 2 LINES
            END-IF.

            MOVE SPACES TO GUIDE-REPORT-REC.
            WRITE GUIDE-REPORT-REC
                AFTER ADVANCING 1 LINE.

            MOVE "GUIDE ENTRIES READ:"   TO SL-LABEL.
            MOVE WS-DETAIL-COUNT         TO SL-COUNT.
            PERFORM OE4000-WRITE-SUMMARY.
            MOVE "GUIDE ENTRIES REJECTED:" TO SL-LABEL.
            MOVE WS-GUIDE-REJECT-COUNT   TO SL-COUNT.
            PERFORM OE4000-WRITE-SUMMARY.
            MOVE "COPIES ON MASTER:"     TO SL-LABEL.
            MOVE WS-COPY-COUNT           TO SL-COUNT.
            PERFORM OE4000-WRITE-SUMMARY.
            MOVE "COPIES PRICED:"        TO SL-LABEL.
            MOVE WS-PRICED-COUNT         TO SL-COUNT.
            PERFORM OE4000-WRITE-SUMMARY.
            MOVE "WITHIN TOLERANCE:"     TO SL-LABEL.
            MOVE WS-WITHIN-COUNT         TO SL-COUNT.
            PERFORM OE4000-WRITE-SUMMARY.
            MOVE "OFF MARKET:"           TO SL-LABEL.
            MOVE WS-VARIANCE-COUNT       TO SL-COUNT.
            PERFORM OE4000-WRITE-SUMMARY.
            MOVE "OWNED NOT IN GUIDE:"   TO SL-LABEL.
            MOVE WS-UNCOVERED-COUNT      TO SL-COUNT.
            PERFORM OE4000-WRITE-SUMMARY.
            MOVE "GUIDE NOT OWNED:"      TO SL-LABEL.
            MOVE WS-UNOWNED-COUNT        TO SL-COUNT.
            PERFORM OE4000-WRITE-SUMMARY.
            MOVE "NOT OWNED AT MARKET:"  TO SV-LABEL.
            MOVE A-UNOWNED-MARKET        TO SV-VALUE.
            PERFORM OE4100-WRITE-SUMMARY-VALUE.
            MOVE "REPRICES IN BATCH:"    TO SL-LABEL.
            MOVE WS-REPRICE-COUNT        TO SL-COUNT.
            PERFORM OE4000-WRITE-SUMMARY.
            MOVE "VALUE BEFORE REPRICE:" TO SV-LABEL.
            MOVE A-VALUE-BEFORE          TO SV-VALUE.
            PERFORM OE4100-WRITE-SUMMARY-VALUE.
            MOVE "VALUE AFTER REPRICE:"  TO SV-LABEL.
            MOVE A-VALUE-AFTER           TO SV-VALUE.
            PERFORM OE4100-WRITE-SUMMARY-VALUE.
            MOVE "APPROVALS NOT USED:"   TO SL-LABEL.
            MOVE WS-HELD-COUNT           TO SL-COUNT.
            PERFORM OE4000-WRITE-SUMMARY.

            IF NOT WS-FAILED
                    AND (WS-HELD-COUNT > ZERO
                         OR WS-GUIDE-REJECT-COUNT > ZERO)
                MOVE 4 TO RETURN-CODE
            END-IF.

            CLOSE GUIDE-REPORT.

       OC6000-LIST-UNUSED.
      *> An approval that matched no variance names a copy that is
      *> within tolerance, not in the guide, or not held at all.
            IF WSA-USED-SW(WS-APV-IX) = "N"
                MOVE WSA-KEY(WS-APV-IX) (1:20)  TO UL-ARTIST
                MOVE WSA-KEY(WS-APV-IX) (21:20) TO UL-TITLE
                MOVE WSA-KEY(WS-APV-IX) (41:2)  TO UL-COPY
                WRITE GUIDE-REPORT-REC FROM UNUSED-LINE
                    AFTER ADVANCING 1 LINE
                ADD 1 TO WS-HELD-COUNT
            END-IF.

       OE4000-WRITE-SUMMARY.
            WRITE GUIDE-REPORT-REC FROM SUMMARY-LINE
                AFTER ADVANCING 1 LINE.

       OE4100-WRITE-SUMMARY-VALUE.
            WRITE GUIDE-REPORT-REC FROM SUMMARY-VALUE-LINE
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
            WRITE GUIDE-REPORT-REC FROM RESULT-LINE
                AFTER ADVANCING 2 LINES.
            MOVE "Y" TO WS-FAILED-SW.
            MOVE 8 TO RETURN-CODE.
