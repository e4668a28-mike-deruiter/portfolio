      *> (spaces in the before-image for an add, spaces in the
      *> after-image for a delete); TAPE-AUDIT-INQUIRY reads the
      *> journal back to answer "when did this tape change and what
      *> was it before". COLLECTION-TRANSFER appends "I" (in from the
      *> music master) and "O" (out to it) entries shaped like an add
      *> and a delete. Copied into the FD of each program so the
      *> field positions only have to be maintained in one place.
       01  AUDIT-JOURNAL-REC.
            05  AJ-RUN-DATE                 PIC X(08).
                10  AJ-B-FORMAT             PIC X(02).
                10  AJ-B-ACQ-DATE           PIC X(08).
                10  AJ-B-ACQ-COST           PIC 999V99.
                10  AJ-B-LOCATION           PIC X(06).
            05  AJ-AFTER-IMAGE.
                10  AJ-A-ARTIST             PIC X(20).
                10  AJ-A-TITLE              PIC X(20).
                10  AJ-A-FORMAT             PIC X(02).
                10  AJ-A-ACQ-DATE           PIC X(08).
                10  AJ-A-ACQ-COST           PIC 999V99.
                10  AJ-A-LOCATION           PIC X(06).
