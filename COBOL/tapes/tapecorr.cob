            05  CD-ORIG-ARTIST              PIC X(20).
            05  CD-ORIG-TITLE               PIC X(20).
            05  CD-ORIG-COPY                PIC X(02).
            05  CD-TRAN                     PIC X(90).

      *> The resubmission batch is cut in the exact shape
      *> TAPE-MAINTENANCE expects: "H" header, corrected
            05  TT-SALE-PRICE               PIC 999V99.
            05  TT-ACQ-DATE                 PIC X(08).
            05  TT-ACQ-COST                 PIC 999V99.
            05  TT-LOCATION                 PIC X(06).
            05  TT-LOSS-TYPE                PIC X(01).
       01  TAPE-BATCH-HEADER.
            05  BH-REC-CODE                 PIC X(01).
            05  BH-BATCH-DATE               PIC X(08).
                10  WSC-ORIG-ARTIST         PIC X(20).
                10  WSC-ORIG-TITLE          PIC X(20).
                10  WSC-ORIG-COPY           PIC X(02).
                10  WSC-TRAN                PIC X(90).
                10  WSC-USED-SW             PIC X(01).
                    88  WSC-USED                  VALUE "Y".

            05  WS-RET-COUNT                PIC 9(03) VALUE ZERO.
            05  WS-RET-IX                   PIC 9(03) VALUE ZERO.
            05  WS-RET-TABLE OCCURS 500 TIMES.
                10  WSR-RECORD              PIC X(134).

       01  TITLE-1.
            05  PIC X(25) VALUE ALL SPACES.
