      *>****************************************************************
      *> Copybook:  GC99PARM.CPY
      *> Purpose:   Record layout for GC99PARM.DAT, the shop parameter
      *>            file - one record per tunable scoring rule or
      *>            operating limit. Every program that applies one
      *>            reads it here at startup, so the game, the audit
      *>            and the reports can never disagree; a value not on
      *>            file (or no file at all) leaves the program on its
      *>            shipped default. GC99TMNT is the only program that
      *>            writes it, and logs each change on GC99PLOG.DAT.
      *> Key:       PARM-CODE, the parameter's name:
      *>             FOODPTS  points per food, times the level
      *>             BONUSPTS points per bonus food, times the level
      *>             BONUSEVY foods eaten between bonus foods
      *>             BONUSLIF moves a bonus food stays on the board
      *>             CLASSBNS classic-wall finish bonus, times the level
      *>             CHKEVERY moves between automatic checkpoints
      *>             DEMOINIT the reserved demo/soak initials
      *>             RECNTOL  GC99RECN end-stamp tolerance, seconds
      *> Value:     PARM-KIND 'N' = numeric, held zero-filled so that
      *>            PARM-NUM reads it; 'A' = alphanumeric, held left
      *>            justified. PARM-MIN/MAX bound a numeric value, and
      *>            the length of an alphanumeric one.
      *> Changed:   PARM-CHG-DATE/TIME/BY stamp the last change; a
      *>            zero date is a value still as shipped.
      *>****************************************************************
       01  GC99PARM-REC.
           05  PARM-CODE            pic x(08).
           05  PARM-KIND            pic x(01).
           05  PARM-VALUE           pic x(08).
           05  PARM-NUM redefines PARM-VALUE
                                    pic 9(08).
           05  PARM-MIN             pic 9(08).
           05  PARM-MAX             pic 9(08).
           05  PARM-DESC            pic x(36).
           05  PARM-CHG-DATE        pic 9(08).
           05  PARM-CHG-TIME        pic 9(06).
           05  PARM-CHG-BY          pic x(03).
