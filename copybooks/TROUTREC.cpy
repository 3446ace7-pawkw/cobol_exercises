      ******************************************************************
      * TROUTREC - shared TRUANCY-OUTREACH log record layout.
      * One record per outreach attempt on a truancy case, keyed by
      * the case (PERSON-ID + case OPEN-DATE) and an attempt number
      * within it. CONTACT-SEQ is the guardian's CONTACT-FILE key;
      * the contact's name is copied in as well so the log still
      * reads right if the contact record is later changed.
      * COPY TROUTREC REPLACING ==:PFX:== BY ==whatever-==
      ******************************************************************
       01  :PFX:OUTREACH-RECORD.
           05  :PFX:OUTREACH-KEY.
               10  :PFX:KEY-PERSON-ID  PICTURE 9(6).
               10  :PFX:KEY-OPEN-DATE  PICTURE 9(8).
               10  :PFX:KEY-ATTEMPT    PICTURE 999.
           05  :PFX:CONTACT-DATE   PICTURE 9(8) VALUE ZEROES.
           05  :PFX:CONTACT-SEQ    PICTURE 99 VALUE ZEROES.
           05  :PFX:CONTACT-NAME   PICTURE x(20) VALUE SPACES.
           05  :PFX:METHOD         PICTURE x VALUE SPACE.
               88  :PFX:BY-PHONE       VALUE "P".
               88  :PFX:BY-LETTER      VALUE "L".
               88  :PFX:BY-EMAIL       VALUE "E".
               88  :PFX:BY-HOME-VISIT  VALUE "H".
               88  :PFX:BY-MEETING     VALUE "M".
               88  :PFX:VALID-METHOD   VALUE "P" "L" "E" "H" "M".
           05  :PFX:OUTCOME        PICTURE x VALUE SPACE.
               88  :PFX:GUARDIAN-REACHED  VALUE "R".
               88  :PFX:MEETING-AGREED    VALUE "A".
               88  :PFX:NO-ANSWER         VALUE "N".
               88  :PFX:MESSAGE-LEFT      VALUE "M".
               88  :PFX:BAD-NUMBER        VALUE "B".
               88  :PFX:CONTACT-MADE      VALUE "R" "A".
               88  :PFX:VALID-OUTCOME     VALUE "R" "A" "N" "M" "B".
           05  :PFX:NOTE           PICTURE x(30) VALUE SPACES.
           05  :PFX:OPERATOR-ID    PICTURE x(8) VALUE SPACES.
