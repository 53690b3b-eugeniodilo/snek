      *>               game session is registered;
      *>             - GC99RPT and GC99ARCH stamp their last run, so
      *>               the evening operator can see at a glance what
      *>               already ran; GC99BKUP stamps its last backup or
      *>               restore the same way;
      *>             - the GC99JOBS nightly stream opens the batch
      *>               window as it starts and closes it again only
      *>               when every step came back within its limit.
      *> Absent:    no file means no batch window and no sessions -
      *>            everything proceeds, as before the menu existed.
      *> Stale:     a crashed game leaves its session registered; each
      *>            session also keeps a row on GC99SESS.DAT, and the
      *>            menu's Z option brings the count down to the rows
      *>            that are still being refreshed.
      *> Upgrade:   every reader initializes the record before its
      *>            read, so a file written before the backup stamps
      *>            were added reads with them zero (never run) and
      *>            takes the full layout on its next rewrite.
      *>****************************************************************
       01  GC99RUNC-REC.
           05  RUNC-BATCH-WINDOW     pic x(01).
           05  RUNC-LAST-RPT-TIME    pic 9(06).
           05  RUNC-LAST-ARCH-DATE   pic 9(08).
           05  RUNC-LAST-ARCH-CUTOFF pic 9(08).
           05  RUNC-LAST-BKUP-DATE   pic 9(08).
           05  RUNC-LAST-BKUP-TIME   pic 9(06).
           05  RUNC-LAST-BKUP-MODE   pic x(01).
      *>        'B' = a generation was taken, 'R' = one was restored
           05  RUNC-LAST-BKUP-GEN    pic 9(08).
      *>        the generation (its date) taken or restored
