      ******************************************************************
      * OVRDREC - shared PREREQUISITE-OVERRIDE record layout.
      * Keyed by PERSON-ID + COURSE-CODE: one record lets that one
      * student be added to that one course although a prerequisite
      * rule is not met. Recorded by the registrar through
      * PREREQ-MAINT with who granted it, when and why; every override
      * on file is printed on the PREXCPT exceptions listing.
      * COPY OVRDREC REPLACING ==:PFX:== BY ==whatever-==
      ******************************************************************
       01  :PFX:PREREQ-OVERRIDE.
           05  :PFX:OVERRIDE-KEY.
               10  :PFX:KEY-PERSON-ID   PICTURE 9(6).
               10  :PFX:KEY-COURSE-CODE PICTURE x(4).
           05  :PFX:GRANTED-BY    PICTURE x(20) VALUE SPACES.
           05  :PFX:GRANTED-DATE  PICTURE 9(8) VALUE ZEROES.
           05  :PFX:REASON        PICTURE x(30) VALUE SPACES.
