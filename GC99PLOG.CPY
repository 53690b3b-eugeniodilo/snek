      *>****************************************************************
      *> Copybook:  GC99PLOG.CPY
      *> Purpose:   Record layout for GC99PLOG.DAT, the shop parameter
      *>            change log - one record appended by GC99TMNT for
      *>            every change made to GC99PARM.DAT, never rewritten,
      *>            so the value any parameter held at any moment can
      *>            be worked back from the file: GC99PLAU rebuilds
      *>            each game's score with the points in force when it
      *>            was played.
      *> Values:    PLOG-OLD/NEW are the PARM-VALUE before and after,
      *>            laid out as PARM-KIND says; PLOG-OLD-NUM and
      *>            PLOG-NEW-NUM read a numeric one.
      *>****************************************************************
       01  GC99PLOG-REC.
           05  PLOG-DATE            pic 9(08).
           05  PLOG-TIME            pic 9(06).
           05  PLOG-CODE            pic x(08).
           05  PLOG-KIND            pic x(01).
           05  PLOG-OLD             pic x(08).
           05  PLOG-OLD-NUM redefines PLOG-OLD
                                    pic 9(08).
           05  PLOG-NEW             pic x(08).
           05  PLOG-NEW-NUM redefines PLOG-NEW
                                    pic 9(08).
           05  PLOG-BY              pic x(03).
      *>        the operator's initials
           05  PLOG-NOTE            pic x(30).
      *>        why the change was made
