      *>            finished game, so a journal can be pulled for any
      *>            score on the history file; MOV-SEQ numbers the
      *>            events within the game.
      *> File:      indexed on MOV-KEY, so one game's journal is a
      *>            START on its date/time/initials and a short run of
      *>            READ NEXT, and a full sweep in key order still
      *>            meets every game's events together and in order;
      *>            MOV-INITIALS is an alternate key (duplicates
      *>            allowed) for pulling one player's games. A journal
      *>            from before the indexed release is record
      *>            sequential and MUST be converted once via GC99HCNV.
      *> Course:    MOV-COURSE/MOV-CRSE-REV on every event name the
      *>            course revision the game was played on (spaces and
      *>            zero = the flat layout). A journal written before
      *>            they existed opens with file status 39; GC99HCNV
      *>            converts it and fills them in off the history.
      *> Events:    0 = game start (initial board, direction, wall mode)
      *>            1 = direction change, first applies on MOV-MOVE-NO
      *>            2 = food spawned at MOV-FOODROW/COL
           05  MOV-WALLMODE         pic x(01).
           05  MOV-SNAKELEN         pic 9(04).
           05  MOV-SCORE            pic 9(06).
           05  MOV-COURSE           pic x(08).
           05  MOV-CRSE-REV         pic 9(03).
