      ******************************************************************
      * CMPWREC - shared COMPONENT-WEIGHT record layout.
      * One record per course that is graded by components, keyed by
      * COURSE-CODE: up to eight assessment components (homework,
      * quizzes, exams ...), each with a short code that the score
      * postings carry, a name for the reports, and its percentage
      * of the course score. COMPONENT-MAINT will not store a scheme
      * whose weights do not total exactly 100. A course with a
      * scheme has its COURSE-SCORE set by CMPROLL from the component
      * scores, not posted directly by GRADEPST.
      * COPY CMPWREC REPLACING ==:PFX:== BY ==whatever-==
      ******************************************************************
       01  :PFX:COMPONENT-WEIGHT.
           05  :PFX:COURSE-CODE     PICTURE x(4).
           05  :PFX:COMPONENT-COUNT PICTURE 9 VALUE ZERO.
           05  :PFX:COMPONENT OCCURS 8 TIMES.
               10  :PFX:COMPONENT-CODE PICTURE x(4).
               10  :PFX:COMPONENT-NAME PICTURE x(12).
               10  :PFX:WEIGHT         PICTURE 999.
