      ******************************************************************
      * SCORETXN - shared SCORE-TRANSACTION record layout.
      * One instructor score for one student in one course, as read
      * by GRADEPST off SCORESIN.DAT. SCORSHT writes the same layout
      * pre-filled with PERSON-ID and COURSE-CODE and the score left
      * blank, so the instructor keys only the three score digits.
      * COPY SCORETXN REPLACING ==:PFX:== BY ==whatever-==
      ******************************************************************
       01  :PFX:SCORE-TRANSACTION.
           05  :PFX:PERSON-ID    PICTURE 9(6).
           05  :PFX:COURSE-CODE  PICTURE x(4).
           05  :PFX:SCORE        PICTURE 999.
