      ******************************************************************
      * OPERREC - shared OPERATOR-MASTER record layout.
      * One record per person allowed to sign on to the online
      * maintenance programs, keyed by OPERATOR-ID, the ID stamped on
      * the journals and grade-change requests. LEVEL is the authority
      * the operator signs on with; each level can do everything the
      * one below it can:
      *   1 clerk         - add, change and inquire
      *   2 registrar     - also delete, status change and grade-change
      *                     approval
      *   3 administrator - also operator maintenance
      * An operator is never deleted, only made inactive, so an ID on
      * an old journal record always still names somebody. Three
      * wrong passwords in a row make the operator inactive until an
      * administrator reinstates them.
      * COPY OPERREC REPLACING ==:PFX:== BY ==whatever-==
      ******************************************************************
       01  :PFX:OPERATOR-RECORD.
           05  :PFX:OPERATOR-ID   PICTURE x(8).
           05  :PFX:OPERATOR-NAME PICTURE x(20) VALUE SPACES.
           05  :PFX:PASSWORD      PICTURE x(8) VALUE SPACES.
           05  :PFX:LEVEL         PICTURE 9 VALUE 1.
               88  :PFX:LEVEL-CLERK         VALUE 1.
               88  :PFX:LEVEL-REGISTRAR     VALUE 2.
               88  :PFX:LEVEL-ADMINISTRATOR VALUE 3.
               88  :PFX:VALID-LEVEL         VALUE 1 THRU 3.
           05  :PFX:ACTIVE-FLAG   PICTURE x VALUE "Y".
               88  :PFX:OPERATOR-ACTIVE     VALUE "Y".
           05  :PFX:FAILED-COUNT  PICTURE 9 VALUE ZERO.
           05  :PFX:LAST-SIGNON   PICTURE x(21) VALUE SPACES.
