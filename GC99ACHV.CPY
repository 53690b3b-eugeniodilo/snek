      *>****************************************************************
      *> Copybook:  GC99ACHV.CPY
      *> Purpose:   Record layout for GC99ACHV.DAT, the player
      *>            achievements file. It holds two kinds of record:
      *>            the catalogue of award definitions, and one row
      *>            per award a player has earned. GC99SNAKE awards
      *>            live at game over (and at the end of a hot-seat
      *>            match), GC99ACHV back-awards from the history and
      *>            the move journal, GC99RPT prints the achievements
      *>            page and GC99XPRT carries the awards to the
      *>            intranet page.
      *> Key:       ACHV-KEY is initials + award code. A definition
      *>            is keyed with blank initials, so the whole
      *>            catalogue sits at the front of the file; an earned
      *>            row is keyed on the player, so an award can only
      *>            ever be earned once per player.
      *> Rules:     ACHV-RULE says how a definition is met, against
      *>            ACHV-THRESHOLD:
      *>             'S' = a game scoring over the threshold
      *>             'L' = a game reaching level threshold or beyond
      *>             'K' = a day streak of threshold days or more
      *>             'C' = a scored game on every current course of
      *>                   the GC99CRSE.DAT library (no threshold)
      *>             'M' = winning a hot-seat match (no threshold)
      *>             'D' = placing in the top threshold of the day's
      *>                   challenge as it stood when the game ended
      *> Earned:    the game an award was earned on is the HISC-KEY
      *>            of its score record - ACHV-GAME-DATE/TIME plus the
      *>            row's own initials; for a match win it is the
      *>            winner's last game of the match.
      *> Demo:      games under the reserved DMO initials never earn.
      *>****************************************************************
       01  GC99ACHV-REC.
           05  ACHV-KEY.
               10  ACHV-INITIALS    pic x(03).
      *>            spaces on a catalogue definition
               10  ACHV-CODE        pic x(04).
           05  ACHV-REC-TYPE        pic x(01).
      *>        'D' = award definition, 'E' = award earned
           05  ACHV-TITLE           pic x(28).
      *>        definitions only - the title the banner announces
           05  ACHV-RULE            pic x(01).
           05  ACHV-THRESHOLD       pic 9(06).
           05  ACHV-ACTIVE          pic x(01).
      *>        definitions only - 'Y' = awarded, 'N' = withdrawn;
      *>        awards already earned under a withdrawn code stand
           05  ACHV-EARN-DATE       pic 9(08).
           05  ACHV-EARN-TIME       pic 9(06).
      *>        earned rows only - when the award was made
           05  ACHV-GAME-DATE       pic 9(08).
           05  ACHV-GAME-TIME       pic 9(06).
           05  ACHV-GAME-SCORE      pic 9(06).
      *>        earned rows only - the game it was earned on
           05  ACHV-SOURCE          pic x(01).
      *>        earned rows only - 'L' = live at game over,
      *>        'B' = back-awarded by the GC99ACHV sweep
