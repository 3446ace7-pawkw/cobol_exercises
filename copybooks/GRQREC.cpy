      ******************************************************************
      * GRQREC - shared GRADUATION-REQUIREMENTS record layout.
      * Two kinds of record share the file, told apart by REQ-TYPE:
      *   "T" - the one totals record (course code spaces): the
      *         minimum passing score every course must reach to
      *         count, and the total credit hours (COURSE-CATALOG
      *         CREDIT-HOURS of the courses passed) a graduate needs.
      *   "C" - one per required course code, with the score that
      *         course must reach; zero means the general passing
      *         score on the totals record applies.
      * Keyed REQ-TYPE + COURSE-CODE: the totals record is read by
      * key, the required courses as a range in code order.
      * COPY GRQREC REPLACING ==:PFX:== BY ==whatever-==
      ******************************************************************
       01  :PFX:REQUIREMENT-RECORD.
           05  :PFX:REQUIREMENT-KEY.
               10  :PFX:KEY-REQ-TYPE     PICTURE x.
                   88  :PFX:TOTALS-RECORD    VALUE "T".
                   88  :PFX:REQUIRED-COURSE  VALUE "C".
               10  :PFX:KEY-COURSE-CODE  PICTURE x(4).
           05  :PFX:MIN-SCORE     PICTURE 999 VALUE ZEROES.
           05  :PFX:TOTAL-CREDITS PICTURE 999 VALUE ZEROES.
