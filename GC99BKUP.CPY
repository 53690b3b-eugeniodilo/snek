      *>****************************************************************
      *> Copybook:  GC99BKUP.CPY
      *> Purpose:   Record layout of the GC99BKUP generation manifest.
      *>            GC99BKUP copies the whole GC99 file set into a dated
      *>            generation - every file copied to <name>.Gyyyymmdd
      *>            beside the original - and writes one manifest row
      *>            per file:
      *>             - into the generation itself, GC99BKUP.Gyyyymmdd,
      *>               so a generation carried off the machine still
      *>               proves itself on the way back;
      *>             - appended to the catalogue GC99BKUP.DAT, the list
      *>               of generations on hand that the retention and
      *>               the restore picker work from.
      *> Hash:      BKUP-HASH is the hash total of one numeric column
      *>            per file (the score where the file has one), summed
      *>            over every record; the restore recounts and re-adds
      *>            the copy and puts nothing back unless both the
      *>            record count and the hash agree for every file.
      *> Present:   'Y' = the file was copied, 'N' = there was no such
      *>            file when the generation was taken (a shop that
      *>            never ran the league has no GC99SEAS.DAT) - the
      *>            restore leaves that file as it finds it; 'F' =
      *>            the file was there but failed to copy - the restore
      *>            refuses a generation with any 'F' row.
      *>****************************************************************
       01  GC99BKUP-REC.
           05  BKUP-GEN-DATE        pic 9(08).
           05  BKUP-GEN-TIME        pic 9(06).
           05  BKUP-FILE            pic x(12).
           05  BKUP-PRESENT         pic x(01).
           05  BKUP-RECORDS         pic 9(09).
           05  BKUP-HASH            pic 9(15).
