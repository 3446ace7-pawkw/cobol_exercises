      ******************************************************************
      * YROLLREC - shared YEAR-ROLLOVER log record layout.
      * One line on YEARROLL.DAT per completed year-end rollover: the
      * closing term it was run after, the run date and how many
      * students were moved. YEARROLL refuses a term already on the
      * log, since a second run would promote everyone a second time.
      * COPY YROLLREC REPLACING ==:PFX:== BY ==whatever-==
      ******************************************************************
       01  :PFX:ROLLOVER-RECORD.
           05  :PFX:CLOSE-TERM    PICTURE x(6).
           05  FILLER             PICTURE x.
           05  :PFX:RUN-DATE      PICTURE 9(8).
           05  FILLER             PICTURE x.
           05  :PFX:STUDENTS-MOVED PICTURE 9(7).
