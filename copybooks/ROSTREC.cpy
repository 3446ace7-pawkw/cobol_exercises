      ******************************************************************
      * ROSTREC - shared SCORE-ROSTER register record layout.
      * One record per line of the turnaround file SCORSHT last wrote
      * to SCORESIN.DAT, in the same order, so GRADEPST can hold the
      * returned file line for line against the roster as issued. The
      * register is replaced by every SCORSHT run; while it exists,
      * GRADEPST accepts only a file that matches it.
      * COPY ROSTREC REPLACING ==:PFX:== BY ==whatever-==
      ******************************************************************
       01  :PFX:ROSTER-RECORD.
           05  :PFX:PERSON-ID     PICTURE 9(6).
           05  :PFX:COURSE-CODE   PICTURE x(4).
           05  :PFX:CLASS-SECTION PICTURE x(4).
           05  :PFX:ISSUED-DATE   PICTURE 9(8).
