      *> Shared record layout for the PLAYS.DAT indexed play history.
      *> PLAY-LOG posts one record per tape copy per day it was
      *> played, keyed by the tape key (as TAPES.DAT holds it) plus
      *> the play date, with a count for a tape played more than once
      *> that day; the tape key leads so every play of a copy can be
      *> read in one START / READ NEXT run. TAPE-CULL reads the file
      *> back to rank copies by how much they are played. Copied into
      *> the FD of each program so the key and field positions only
      *> have to be maintained in one place.
       01  PLAY-HIST-REC.
            05  PH-KEY.
                10  PH-ARTIST               PIC X(20).
                10  PH-TITLE                PIC X(20).
                10  PH-COPY                 PIC X(02).
                10  PH-PLAY-DATE            PIC X(08).
            05  PH-PLAY-COUNT               PIC 9(03).
