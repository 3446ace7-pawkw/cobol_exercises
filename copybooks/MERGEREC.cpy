      ******************************************************************
      * MERGEREC - shared PERSON-MERGE log record layout.
      * One pipe-delimited line on MERGELOG.DAT per duplicate-person
      * merge done by PERSON-MERGE: the retired PERSON-ID, the ID it
      * was merged into, when and by whom. The log accumulates across
      * runs so systems fed by PERSONXT and JRNLDLT, which see the
      * retired ID simply disappear, can carry their own records for
      * it over to the survivor.
      * COPY MERGEREC REPLACING ==:PFX:== BY ==whatever-==
      ******************************************************************
       01  :PFX:MERGE-RECORD.
           05  :PFX:RETIRED-ID    PICTURE 9(6).
           05  FILLER             PICTURE x VALUE "|".
           05  :PFX:SURVIVOR-ID   PICTURE 9(6).
           05  FILLER             PICTURE x VALUE "|".
           05  :PFX:MERGE-TIME    PICTURE x(21).
           05  FILLER             PICTURE x VALUE "|".
           05  :PFX:OPERATOR-ID   PICTURE x(8).
