      *>****************************************************************
      *> Copybook:  GC99SUSP.CPY
      *> Purpose:   Record layout for GC99SUSP.DAT, the score suspense
      *>            file. GC99PLAU re-simulates every game's move
      *>            journal and posts one record here for each score
      *>            the journal cannot account for; the operator then
      *>            clears or voids it on the GC99SMNT disposition
      *>            screen.
      *> Key:       SUSP-KEY repeats the HISC-KEY of the suspect score
      *>            (date+time+initials), so every program that ranks
      *>            or exports scores holds one back with a single
      *>            keyed read.
      *> Reasons:   SUSP-REASON is the first anomaly found on the walk,
      *>            SUSP-REASON-LIST every distinct one, in order:
      *>             'S' = score jump with no food/bonus event behind it
      *>             'R' = 180-degree reversal on a direction change
      *>             'L' = snake length does not match the foods eaten
      *>             'M' = moves or events after the game-over event
      *>             'H' = history score differs from the recomputed one
      *>             'F' = food or bonus credited off the head's cell
      *> Status:    'P' = pending - the score is held back from GC99RPT,
      *>                  GC99LEAG and GC99XPRT until disposed of
      *>            'C' = cleared - the score stands and ranks again
      *>            'V' = voided  - the score stays on the history for
      *>                  the record but never ranks or exports
      *>            A record once posted is never re-posted by a later
      *>            audit run, so a disposition always stands.
      *>****************************************************************
       01  GC99SUSP-REC.
           05  SUSP-KEY.
               10  SUSP-DATE        pic 9(08).
               10  SUSP-TIME        pic 9(06).
               10  SUSP-INITIALS    pic x(03).
           05  SUSP-REASON          pic x(01).
           05  SUSP-REASON-LIST     pic x(06).
           05  SUSP-MOVE-NO         pic 9(05).
      *>        move number the first anomaly was found on
           05  SUSP-HISC-SCORE      pic 9(06).
           05  SUSP-CALC-SCORE      pic 9(06).
           05  SUSP-AUDIT-DATE      pic 9(08).
           05  SUSP-STATUS          pic x(01).
           05  SUSP-DISP-DATE       pic 9(08).
           05  SUSP-DISP-INITIALS   pic x(03).
      *>        the operator who cleared or voided the score
           05  SUSP-DISP-NOTE       pic x(30).
