      ******************************************************************
      * PROMREC - shared PROMOTION-MAPPING record layout.
      * One line per class section on PROMOTE.DAT, giving the section
      * its students move up to when YEARROLL opens the next school
      * year. TO-SECTION must be on SECTION-MASTER; a blank TO-SECTION
      * marks a final-year section whose students are not promoted
      * (they keep their section until SEPBATCH separates them).
      * COPY PROMREC REPLACING ==:PFX:== BY ==whatever-==
      ******************************************************************
       01  :PFX:PROMOTION-RECORD.
           05  :PFX:FROM-SECTION  PICTURE x(4).
           05  :PFX:TO-SECTION    PICTURE x(4).
