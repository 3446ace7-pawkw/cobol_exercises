      ******************************************************************
      * PREREC - shared COURSE-PREREQUISITE rule record layout.
      * Keyed by COURSE-CODE + REQUIRED-CODE, so one course can name
      * several prerequisites and they read back together from a
      * START on the course code. Each rule says the student must
      * have a GRADE-HISTORY entry for REQUIRED-CODE, in any term,
      * scoring at least MIN-SCORE before COURSE-CODE may be added.
      * Maintained through PREREQ-MAINT; checked by the PREREQCK
      * subprogram for ENRLPST and PERSON-MAINT.
      * COPY PREREC REPLACING ==:PFX:== BY ==whatever-==
      ******************************************************************
       01  :PFX:PREREQ-RULE.
           05  :PFX:RULE-KEY.
               10  :PFX:KEY-COURSE-CODE   PICTURE x(4).
               10  :PFX:KEY-REQUIRED-CODE PICTURE x(4).
           05  :PFX:MIN-SCORE     PICTURE 999 VALUE ZEROES.
