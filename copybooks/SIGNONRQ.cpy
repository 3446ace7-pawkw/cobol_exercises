      ******************************************************************
      * SIGNONRQ - request area for CALLs to the SIGNON subprogram.
      * The caller fills PROGRAM-NAME (for the failed sign-on log) and
      * REQUIRED-LEVEL, the lowest OPERREC level allowed into the
      * program; SIGNON prompts for operator ID and password and comes
      * back SIGNED-ON with the operator's ID, name and level, FAILED
      * after three bad attempts, or FILE-ERROR when the operator
      * master cannot be read. The caller tests the returned LEVEL
      * before each restricted function.
      * COPY SIGNONRQ REPLACING ==:PFX:== BY ==whatever-==
      ******************************************************************
       01  :PFX:SIGNON-REQUEST.
           05  :PFX:PROGRAM-NAME   PICTURE x(20).
           05  :PFX:REQUIRED-LEVEL PICTURE 9.
           05  :PFX:RESULT-CODE    PICTURE x.
               88  :PFX:SIGNED-ON         VALUE "Y".
               88  :PFX:SIGNON-FAILED     VALUE "N".
               88  :PFX:SIGNON-FILE-ERROR VALUE "E".
           05  :PFX:OPERATOR-ID    PICTURE x(8).
           05  :PFX:OPERATOR-NAME  PICTURE x(20).
           05  :PFX:OPERATOR-LEVEL PICTURE 9.
               88  :PFX:LEVEL-CLERK         VALUE 1.
               88  :PFX:LEVEL-REGISTRAR     VALUE 2.
               88  :PFX:LEVEL-ADMINISTRATOR VALUE 3.
               88  :PFX:REGISTRAR-OR-ABOVE  VALUE 2 3.
