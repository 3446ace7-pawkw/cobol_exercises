      ******************************************************************
      * CMPTXN - shared COMPONENT-TRANSACTION record layout.
      * One component score for one student in one course - the
      * homework total, a quiz, the final exam - as read by CMPPST off
      * CMPSCIN.DAT. COMPONENT-CODE must be one of the course's codes
      * on its COMPONENT-WEIGHT scheme.
      * COPY CMPTXN REPLACING ==:PFX:== BY ==whatever-==
      ******************************************************************
       01  :PFX:COMPONENT-TRANSACTION.
           05  :PFX:PERSON-ID      PICTURE 9(6).
           05  :PFX:COURSE-CODE    PICTURE x(4).
           05  :PFX:COMPONENT-CODE PICTURE x(4).
           05  :PFX:SCORE          PICTURE 999.
