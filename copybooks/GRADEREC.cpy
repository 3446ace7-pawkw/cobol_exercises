      * overwritten in place in the PM-COURSES table, which only ever
      * holds the live value. CLASS-SECTION is carried along so term
      * reports can group without re-reading PERSON-MASTER.
      * Transfer credit posted by TRNSFPST uses the same layout with
      * TERM set to "TR" plus the sending school's four-character
      * institution code and CLASS-SECTION left blank, which is how
      * a transferred course is told apart from one taken here.
      * COPY GRADEREC REPLACING ==:PFX:== BY ==whatever-==
      ******************************************************************
       01  :PFX:GRADE-RECORD.
