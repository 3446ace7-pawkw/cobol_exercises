      ******************************************************************
      * STNDREC - shared ACADEMIC-STANDING history record layout.
      * One record per student per closed term, keyed PERSON-ID +
      * TERM so a student's standings read back in term order. The
      * standing is decided by STNDBAT off the term's credit-weighted
      * average; PRIOR-STANDING / PRIOR-TERM are the student's previous
      * standing record as found at the time, which is what a second
      * consecutive probation is judged against. A prior of space
      * means this was the student's first standing.
      * COPY STNDREC REPLACING ==:PFX:== BY ==whatever-==
      ******************************************************************
       01  :PFX:STANDING-RECORD.
           05  :PFX:STANDING-KEY.
               10  :PFX:KEY-PERSON-ID   PICTURE 9(6).
               10  :PFX:KEY-TERM        PICTURE x(6).
           05  :PFX:STANDING      PICTURE x VALUE SPACE.
               88  :PFX:DEANS-LIST    VALUE "D".
               88  :PFX:GOOD-STANDING VALUE "G".
               88  :PFX:PROBATION     VALUE "P".
               88  :PFX:SUSPENSION    VALUE "S".
               88  :PFX:BELOW-LINE    VALUES "P" "S".
           05  :PFX:TERM-AVERAGE  PICTURE 999V99 VALUE ZEROES.
           05  :PFX:TERM-CREDITS  PICTURE 9(4) VALUE ZEROES.
           05  :PFX:CLASS-SECTION PICTURE x(4) VALUE SPACES.
           05  :PFX:PRIOR-STANDING PICTURE x VALUE SPACE.
           05  :PFX:PRIOR-TERM    PICTURE x(6) VALUE SPACES.
           05  :PFX:DECIDED-DATE  PICTURE 9(8) VALUE ZEROES.
