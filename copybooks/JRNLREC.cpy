      * carrying the full before and after PERSON record images as
      * flat 246-byte areas (the PERSONREC layout at its maximum
      * six-course length), so a morning backup plus this journal can
      * be rolled forward to the minute by JRNLRPLY. OPERATOR-ID is
      * who made the change: the signed-on operator for the online
      * programs, the program name for a batch posting. Records
      * written before the field existed read back with spaces there.
      * COPY JRNLREC REPLACING ==:PFX:== BY ==whatever-==
      ******************************************************************
       01  :PFX:JOURNAL-RECORD.
           05  :PFX:PERSON-ID     PICTURE 9(6).
           05  :PFX:BEFORE-IMAGE  PICTURE x(246).
           05  :PFX:AFTER-IMAGE   PICTURE x(246).
           05  :PFX:OPERATOR-ID   PICTURE x(8).
