      * COURSE-CATALOG indexed file by course code, so registration
      * can keep the official code/name list current without a full
      * COURSLD reload.
      * The operator signs on through SIGNON before the menu comes up;
      * deleting needs a registrar or above.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COURSE-MAINT.

       WORKING-STORAGE SECTION.
           COPY COURSEREC REPLACING ==:PFX:== BY ==  ==.
           COPY SIGNONRQ REPLACING ==:PFX:== BY ==SO-==.
       01  WS-CATALOG-STATUS  PICTURE xx VALUE "00".
       01  WS-MENU-CHOICE     PICTURE 9 VALUE ZERO.
       01  WS-DONE-SWITCH     PICTURE x VALUE "N".

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           MOVE "COURSE-MAINT" TO SO-PROGRAM-NAME.
           MOVE 1 TO SO-REQUIRED-LEVEL.
           CALL "SIGNON" USING SO-SIGNON-REQUEST.
           IF NOT SO-SIGNED-ON
               SET WS-OPEN-ERROR TO TRUE
           ELSE
               PERFORM 010-OPEN-CATALOG
           END-IF.
           IF NOT WS-OPEN-ERROR
               PERFORM UNTIL WS-DONE
                   PERFORM 100-DISPLAY-MENU
               WHEN 2
                   PERFORM 400-CHANGE-COURSE
               WHEN 3
                   IF SO-REGISTRAR-OR-ABOVE
                       PERFORM 500-DELETE-COURSE
                   ELSE
                       DISPLAY "COURSE-MAINT: DELETE NEEDS "
                           "A REGISTRAR SIGN-ON"
                   END-IF
               WHEN 4
                   PERFORM 600-INQUIRE-COURSE
               WHEN 5
