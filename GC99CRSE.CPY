      *>            single flat GC99OBS.DAT course, same as before.
      *> Course id: CRSE-ID is what GC99SNAKE stamps onto HISC-COURSE
      *>            so the leaderboard can rank within a course.
      *> Revision:  every GC99EDIT save of a course adds a new numbered
      *>            revision (header plus its own detail records) and
      *>            keeps the old ones, so a score is always ranked
      *>            and replayed against the board it was played on.
      *>            CRSE-REV is on every record; the header alone
      *>            carries the save stamp and the status. Exactly one
      *>            revision of a course is current - the one the game
      *>            offers - the rest are older or retired.
      *> Upgrade:   a library written before revisions existed (43-byte
      *>            records) MUST be converted once via GC99HCNV, which
      *>            makes every course's records its current rev 1.
      *>****************************************************************
       01  GC99CRSE-REC.
           05  CRSE-ID          pic x(08).
           05  CRSE-ROW         pic 9(02).
           05  CRSE-COL         pic 9(02).
      *>        obstacle cell, detail records only (zero on headers)
           05  CRSE-REV         pic 9(03).
      *>        revision the record belongs to, 1 upward per course
           05  CRSE-STATUS      pic x(01).
      *>        header records only: 'C' = current revision, 'O' =
      *>        older revision, 'R' = retired in GC99EDIT
           05  CRSE-SAVE-DATE   pic 9(08).
           05  CRSE-SAVE-INITIALS pic x(03).
      *>        header records only: when and by whom it was saved
