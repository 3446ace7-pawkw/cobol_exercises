      ******************************************************************
      * TEVALREC - shared TRANSFER-EVALUATION queue record layout.
      * A transfer course TRNSFPST could not place because the
      * equivalency table has no entry for that school and course. It
      * waits here, keyed by student, school and outside course, until
      * the registrar either adds the equivalency (the next TRNSFPST
      * run then posts it and takes it off the queue) or declines it
      * in TRANSFER-EQUIV-MAINT. QUEUED-DATE is the first run that
      * could not place it.
      * COPY TEVALREC REPLACING ==:PFX:== BY ==whatever-==
      ******************************************************************
       01  :PFX:EVALUATION-RECORD.
           05  :PFX:EVALUATION-KEY.
               10  :PFX:KEY-PERSON-ID      PICTURE 9(6).
               10  :PFX:KEY-INSTITUTION    PICTURE x(4).
               10  :PFX:KEY-OUTSIDE-COURSE PICTURE x(8).
           05  :PFX:OUTSIDE-NAME  PICTURE x(15) VALUE SPACES.
           05  :PFX:SCORE         PICTURE 999 VALUE ZEROES.
           05  :PFX:QUEUED-DATE   PICTURE 9(8) VALUE ZEROES.
