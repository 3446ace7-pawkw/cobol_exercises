      ******************************************************************
      * CENSREC - enrollment census submission record, the education
      * authority's fixed-width layout as CENSUS writes it to
      * CENSUS.DAT: one H header, one D detail per enrolled student,
      * one T trailer with the control totals. Every record is 100
      * bytes and ends in its sequence number within the file, so no
      * line ever comes out short. The trailer's sequence number is
      * the file's record count, header and trailer included.
      * COPY CENSREC REPLACING ==:PFX:== BY ==whatever-==
      ******************************************************************
       01  :PFX:CENSUS-RECORD.
           05  :PFX:RECORD-TYPE     PICTURE x.
               88  :PFX:HEADER-RECORD   VALUE "H".
               88  :PFX:DETAIL-RECORD   VALUE "D".
               88  :PFX:TRAILER-RECORD  VALUE "T".
           05  :PFX:PERSON-ID       PICTURE 9(6).
           05  :PFX:LAST-NAME       PICTURE x(10).
           05  :PFX:FIRST-NAME      PICTURE x(10).
           05  :PFX:AGE             PICTURE 999.
           05  :PFX:CLASS-SECTION   PICTURE x(4).
           05  :PFX:COURSE-LOAD     PICTURE 99.
           05  :PFX:CREDIT-HOURS    PICTURE 999.
           05  :PFX:DAYS-ATTENDED   PICTURE 999.
           05  :PFX:DAYS-ABSENT     PICTURE 999.
           05  :PFX:ADDRESS1        PICTURE x(20).
           05  :PFX:CITY            PICTURE x(20).
           05  FILLER               PICTURE x(9).
           05  :PFX:RECORD-SEQ      PICTURE 9(6).
       01  :PFX:CENSUS-HEADER REDEFINES :PFX:CENSUS-RECORD.
           05  FILLER               PICTURE x.
           05  :PFX:HDR-SCHOOL-CODE PICTURE x(8).
           05  :PFX:HDR-CENSUS-DATE PICTURE 9(8).
           05  :PFX:HDR-TERM-START  PICTURE 9(8).
           05  :PFX:HDR-CREATED-DATE PICTURE 9(8).
           05  FILLER               PICTURE x(61).
           05  FILLER               PICTURE 9(6).
       01  :PFX:CENSUS-TRAILER REDEFINES :PFX:CENSUS-RECORD.
           05  FILLER               PICTURE x.
           05  :PFX:TRL-SCHOOL-CODE PICTURE x(8).
           05  :PFX:TRL-STUDENTS    PICTURE 9(6).
           05  :PFX:TRL-COURSES     PICTURE 9(7).
           05  :PFX:TRL-CREDIT-HOURS PICTURE 9(7).
           05  :PFX:TRL-DAYS-ATTENDED PICTURE 9(8).
           05  FILLER               PICTURE x(57).
           05  FILLER               PICTURE 9(6).
