      ******************************************************************
      * CMPSREC - shared COMPONENT-SCORE record layout.
      * The component scores CMPPST has posted, keyed by PERSON-ID +
      * COURSE-CODE + COMPONENT-CODE, so each student's components
      * for a course sit together for CMPROLL to weigh and CMPBRK to
      * print. A score posted again for the same component replaces
      * the earlier one; POSTED-DATE is the latest posting.
      * COPY CMPSREC REPLACING ==:PFX:== BY ==whatever-==
      ******************************************************************
       01  :PFX:COMPONENT-SCORE.
           05  :PFX:SCORE-KEY.
               10  :PFX:KEY-PERSON-ID      PICTURE 9(6).
               10  :PFX:KEY-COURSE-CODE    PICTURE x(4).
               10  :PFX:KEY-COMPONENT-CODE PICTURE x(4).
           05  :PFX:SCORE        PICTURE 999 VALUE ZEROES.
           05  :PFX:POSTED-DATE  PICTURE 9(8) VALUE ZEROES.
