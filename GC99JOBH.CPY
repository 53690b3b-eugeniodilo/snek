      *>****************************************************************
      *> Copybook:  GC99JOBH.CPY
      *> Purpose:   Record layout for GC99JOBH.DAT, the nightly stream
      *>            run history written by GC99JOBS - one record per
      *>            step run, appended as each step ends, so the file
      *>            is the permanent log of what ran when and how it
      *>            came back.
      *> Run id:    JOBH-RUN-DATE/TIME is the stamp of the stream run
      *>            the step belongs to; a restart after a failure
      *>            carries the failed run's stamp on, so every
      *>            attempt at one night's stream reads together.
      *> Status:    'C' = clean, condition code 0
      *>            'W' = warning, condition code within the step's
      *>                  limit - the stream carried on
      *>            'F' = failed, condition code over the limit - the
      *>                  stream stopped here and restarts here
      *>****************************************************************
       01  GC99JOBH-REC.
           05  JOBH-RUN-DATE        pic 9(08).
           05  JOBH-RUN-TIME        pic 9(06).
           05  JOBH-STEP-NO         pic 9(02).
           05  JOBH-PROGRAM         pic x(08).
           05  JOBH-START-DATE      pic 9(08).
           05  JOBH-START-TIME      pic 9(06).
           05  JOBH-END-DATE        pic 9(08).
           05  JOBH-END-TIME        pic 9(06).
           05  JOBH-RC              pic 9(04).
           05  JOBH-RC-LIMIT        pic 9(04).
           05  JOBH-STATUS          pic x(01).
