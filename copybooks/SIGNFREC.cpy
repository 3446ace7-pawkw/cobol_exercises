      ******************************************************************
      * SIGNFREC - shared failed sign-on log record layout.
      * One record per rejected sign-on attempt, appended by SIGNON to
      * SIGNFAIL.DAT and reported by SIGNRPT. OPERATOR-ID is what was
      * typed, which need not be a real operator.
      * COPY SIGNFREC REPLACING ==:PFX:== BY ==whatever-==
      ******************************************************************
       01  :PFX:SIGNON-FAILURE.
           05  :PFX:TIMESTAMP     PICTURE x(21).
           05  :PFX:OPERATOR-ID   PICTURE x(8).
           05  :PFX:PROGRAM-NAME  PICTURE x(20).
           05  :PFX:REASON        PICTURE x(20).
