      *>            a normal game, 'C' = a daily-challenge entry (same
      *>            seed and course for everyone that day, reported by
      *>            GC99CHAL).
      *> Revision:  HISC-CRSE-REV is the revision of HISC-COURSE the
      *>            game was played on, so the per-course leaderboard
      *>            ranks within one board; zero with the flat layout.
      *> Upgrade:   adding a column grows the record; a file written
      *>            before a column existed opens with file status 39
      *>            and MUST be converted once via GC99HCNV.
           05  HISC-SCORE           pic 9(06).
           05  HISC-COURSE          pic x(08).
           05  HISC-GAMETYPE        pic x(01).
           05  HISC-CRSE-REV        pic 9(03).
