      ******************************************************************
      * TRNSTXN - shared TRANSFER-TRANSACTION record layout.
      * One course a student brings from another school, as keyed off
      * the sending school's transcript into TRNSFIN.DAT for TRNSFPST:
      * who, which school, the school's own course code and title, and
      * the score it gave (three digits, 000-100).
      * COPY TRNSTXN REPLACING ==:PFX:== BY ==whatever-==
      ******************************************************************
       01  :PFX:TRANSFER-TRANSACTION.
           05  :PFX:PERSON-ID      PICTURE 9(6).
           05  :PFX:INSTITUTION    PICTURE x(4).
           05  :PFX:OUTSIDE-COURSE PICTURE x(8).
           05  :PFX:OUTSIDE-NAME   PICTURE x(15).
           05  :PFX:SCORE          PICTURE 999.
