      * program source, the same way SECTION-MAINT keeps the section
      * list. SECTION-MAINT validates section assignments against
      * this file when it is present.
      * The operator signs on through SIGNON before the menu comes up;
      * deleting needs a registrar or above.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTRUCTOR-MAINT.
           88  WS-OPEN-ERROR      VALUE "Y".
       01  WS-SCRATCH-NAME    PICTURE x(20) VALUE SPACES.
       01  WS-SCRATCH-DEPARTMENT PICTURE x(12) VALUE SPACES.
           COPY SIGNONRQ REPLACING ==:PFX:== BY ==SO-==.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           MOVE "INSTRUCTOR-MAINT" TO SO-PROGRAM-NAME.
           MOVE 1 TO SO-REQUIRED-LEVEL.
           CALL "SIGNON" USING SO-SIGNON-REQUEST.
           IF NOT SO-SIGNED-ON
               SET WS-OPEN-ERROR TO TRUE
           ELSE
               PERFORM 010-OPEN-INSTRUCTOR-MASTER
           END-IF.
           IF NOT WS-OPEN-ERROR
               PERFORM UNTIL WS-DONE
                   PERFORM 100-DISPLAY-MENU
               WHEN 2
                   PERFORM 400-CHANGE-INSTRUCTOR
               WHEN 3
                   IF SO-REGISTRAR-OR-ABOVE
                       PERFORM 500-DELETE-INSTRUCTOR
                   ELSE
                       DISPLAY "INSTRUCTOR-MAINT: DELETE NEEDS A "
                           "REGISTRAR SIGN-ON"
                   END-IF
               WHEN 4
                   PERFORM 600-INQUIRE-INSTRUCTOR
               WHEN 5
