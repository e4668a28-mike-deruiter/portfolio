            05  DL-RATING                   PIC 9.99.
            05  PIC X(02) VALUE ALL SPACES.
            05  DL-FORMAT                   PIC X(02).
            05  PIC X(02) VALUE ALL SPACES.
            05  DL-LOCATION                 PIC X(06).

       PROCEDURE DIVISION.

                CONTINUE
            ELSE
                DISPLAY "ARTIST               TITLE                "
                    " CP  YEAR    VALUE  RATNG  FM  SHELF"
                IF WS-REQ-TITLE NOT = SPACES
                    PERFORM OC1000-READ-TITLE
                ELSE
            MOVE TM-VALUE       TO DL-VALUE.
            MOVE TM-RATING      TO DL-RATING.
            MOVE TM-FORMAT      TO DL-FORMAT.
            MOVE TM-LOCATION    TO DL-LOCATION.

            DISPLAY DETAIL-LINE.

