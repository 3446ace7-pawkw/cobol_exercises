      ******************************************************************
      * TRCASREC - shared TRUANCY-CASE record layout.
      * One record per truancy case, keyed by PERSON-ID + the date the
      * case opened, so a student who recovers and later slips again
      * gets a fresh case and the old one stays on file closed.
      * TRUCASE opens a case when a student's absences reach the
      * CHRONIC-ABS threshold and closes it when their attendance
      * rate since opening recovers (or the student separates).
      * TRUANCY-OUTREACH keeps the attempt count and the last attempt
      * and last contact dates current as outreach is logged; a
      * contact is an attempt that reached the guardian. TRUESC
      * escalates open cases by the last contact date.
      * COPY TRCASREC REPLACING ==:PFX:== BY ==whatever-==
      ******************************************************************
       01  :PFX:TRUANCY-CASE.
           05  :PFX:CASE-KEY.
               10  :PFX:KEY-PERSON-ID  PICTURE 9(6).
               10  :PFX:KEY-OPEN-DATE  PICTURE 9(8).
           05  :PFX:CASE-STATUS    PICTURE x VALUE "O".
               88  :PFX:CASE-OPEN      VALUE "O".
               88  :PFX:CASE-CLOSED    VALUE "C".
           05  :PFX:CLASS-SECTION  PICTURE x(4) VALUE SPACES.
           05  :PFX:ABSENCES-AT-OPEN PICTURE 999 VALUE ZEROES.
           05  :PFX:ATTEMPT-COUNT  PICTURE 999 VALUE ZEROES.
           05  :PFX:LAST-ATTEMPT-DATE PICTURE 9(8) VALUE ZEROES.
           05  :PFX:LAST-CONTACT-DATE PICTURE 9(8) VALUE ZEROES.
           05  :PFX:CLOSE-DATE     PICTURE 9(8) VALUE ZEROES.
           05  :PFX:CLOSE-REASON   PICTURE x VALUE SPACE.
               88  :PFX:CLOSED-RECOVERED VALUE "R".
               88  :PFX:CLOSED-SEPARATED VALUE "S".
           05  :PFX:RATE-AT-CLOSE  PICTURE 999 VALUE ZEROES.
