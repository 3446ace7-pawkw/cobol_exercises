      ******************************************************************
      * PREREQRQ - request area for CALLs to the PREREQCK subprogram.
      * The caller fills PERSON-ID and COURSE-CODE; PREREQCK checks
      * every prerequisite rule for the course against the student's
      * GRADE-HISTORY and comes back MET (no rules, or all passed),
      * OVERRIDDEN (a rule is not met but the registrar has recorded
      * an override for this student and course), NOT-MET with the
      * first unmet required code, its minimum score and a printable
      * REASON, or FILE-ERROR when the rule or history file could not
      * be read. MET and OVERRIDDEN both mean the add may go ahead.
      * COPY PREREQRQ REPLACING ==:PFX:== BY ==whatever-==
      ******************************************************************
       01  :PFX:PREREQ-REQUEST.
           05  :PFX:PERSON-ID     PICTURE 9(6).
           05  :PFX:COURSE-CODE   PICTURE x(4).
           05  :PFX:RESULT-CODE   PICTURE x.
               88  :PFX:PREREQ-MET        VALUE "Y".
               88  :PFX:PREREQ-OVERRIDDEN VALUE "O".
               88  :PFX:PREREQ-NOT-MET    VALUE "N".
               88  :PFX:PREREQ-FILE-ERROR VALUE "E".
               88  :PFX:PREREQ-ALLOWED    VALUE "Y" "O".
           05  :PFX:MISSING-CODE  PICTURE x(4).
           05  :PFX:MIN-SCORE     PICTURE 999.
           05  :PFX:REASON        PICTURE x(30).
