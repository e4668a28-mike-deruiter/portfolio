      *> Shared record layout for the TRACKS.DAT indexed track
      *> listing. Both masters stop at the album, so the songs on an
      *> album are kept here, one record per track, keyed by the
      *> album key (artist + title, common to TAPES.DAT and MUSIC.MST
      *> before the tape copy number) plus side and track number.
      *> Every copy of a tape shares the one listing. TK-SONG is an
      *> alternate key with duplicates so a song title can be looked
      *> up directly. Maintained by TRACK-MAINTENANCE; read by
      *> SONG-XREF and SONG-INQUIRY. Copied into the FD of each
      *> program so the key and field positions only have to be
      *> maintained in one place.
       01  TRACK-REC.
            05  TK-KEY.
                10  TK-ARTIST               PIC X(20).
                10  TK-TITLE                PIC X(20).
      *> "A"/"B" for tape sides; "1" for a single-sided album.
                10  TK-SIDE                 PIC X(01).
                10  TK-TRACK                PIC 9(02).
            05  TK-SONG                     PIC X(30).
      *> Running time as minutes and seconds.
            05  TK-RUN-TIME.
                10  TK-MINUTES              PIC 9(02).
                10  TK-SECONDS              PIC 9(02).
