      *>****************************************************************
      *> Copybook:  GC99SESS.CPY
      *> Purpose:   Record layout for GC99SESS.DAT, the live session
      *>            status file. Every GC99SNAKE session keeps its own
      *>            row here from registration to exit, so the operator
      *>            desk and the GC99SPEC spectator board can see who
      *>            is playing what, and GC99MENU can tell a live
      *>            session from a crashed one:
      *>             - RegisterSession writes the row (at the startup
      *>               prompt, so no initials or mode yet);
      *>             - the row is refreshed at every game start and
      *>               end and on the automatic-checkpoint tick;
      *>             - DeregisterSession deletes it.
      *> Key:       the workstation plus the session's registration
      *>            stamp, so a workstation that crashed and was
      *>            restarted shows its dead row and its live one side
      *>            by side.
      *> Silent:    a row whose last-update stamp has not moved for
      *>            GC99MENU's silence limit belongs to a session that
      *>            is no longer playing; the menu's Z option deletes
      *>            those rows and brings RUNC-SESSIONS down to the
      *>            rows that are left.
      *>****************************************************************
       01  GC99SESS-REC.
           05  SESS-KEY.
               10  SESS-WORKSTATION  pic x(15).
               10  SESS-START-DATE   pic 9(08).
               10  SESS-START-TIME   pic 9(06).
           05  SESS-INITIALS         pic x(03).
           05  SESS-COURSE           pic x(08).
      *>        spaces = the flat GC99OBS.DAT layout, as on HISC
           05  SESS-MODE             pic x(01).
      *>        'S' single game, 'M' two-player match, 'C' daily
      *>        challenge, 'D' attract/soak demo, space = still at the
      *>        startup prompt
           05  SESS-SCORE            pic 9(06).
           05  SESS-LEVEL            pic 9(02).
           05  SESS-UPD-DATE         pic 9(08).
           05  SESS-UPD-TIME         pic 9(06).
