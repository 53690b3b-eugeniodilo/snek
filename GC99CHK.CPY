      *> checkpoint are treated as unknown
           05  CHK-INITIALS          pic x(03).
           05  CHK-COURSE            pic x(08).
      *> revision-release field, appended at the tail like the rest:
      *> the revision of CHK-COURSE the game is on; low-values off an
      *> older checkpoint are treated as unknown
           05  CHK-CRSE-REV          pic 9(03).
