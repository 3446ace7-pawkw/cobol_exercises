      ******************************************************************
      * EQUIVREC - shared TRANSFER-EQUIVALENCY record layout.
      * One record per course another school teaches that we accept:
      * keyed by that school's INSTITUTION code plus ITS course code
      * (OUTSIDE-COURSE, up to eight characters as they print them),
      * and carrying the COURSE-CATALOG code it counts as here. The
      * institution's name rides on every record so any one of them
      * names the school on a transcript. Kept by TRANSFER-EQUIV-
      * MAINT, read by TRNSFPST and TRNSCRPT.
      * COPY EQUIVREC REPLACING ==:PFX:== BY ==whatever-==
      ******************************************************************
       01  :PFX:EQUIVALENCY-RECORD.
           05  :PFX:EQUIVALENCY-KEY.
               10  :PFX:KEY-INSTITUTION    PICTURE x(4).
               10  :PFX:KEY-OUTSIDE-COURSE PICTURE x(8).
           05  :PFX:INSTITUTION-NAME PICTURE x(20) VALUE SPACES.
           05  :PFX:COURSE-CODE      PICTURE x(4) VALUE SPACES.
