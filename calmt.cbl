      * touching program source, the same way SECTION-MAINT keeps the
      * section list. ATTEND-CAPTURE and ATTENDLD validate their
      * dates against this file when it is present.
      * The operator signs on through SIGNON before the menu comes up;
      * deleting needs a registrar or above.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALENDAR-MAINT.
           COPY CALREC REPLACING ==:PFX:== BY ==CL-==.

       WORKING-STORAGE SECTION.
           COPY SIGNONRQ REPLACING ==:PFX:== BY ==SO-==.
       01  WS-CALENDAR-STATUS PICTURE xx VALUE "00".
       01  WS-MENU-CHOICE     PICTURE 9 VALUE ZERO.
       01  WS-DONE-SWITCH     PICTURE x VALUE "N".

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           MOVE "CALENDAR-MAINT" TO SO-PROGRAM-NAME.
           MOVE 1 TO SO-REQUIRED-LEVEL.
           CALL "SIGNON" USING SO-SIGNON-REQUEST.
           IF NOT SO-SIGNED-ON
               SET WS-OPEN-ERROR TO TRUE
           ELSE
               PERFORM 010-OPEN-CALENDAR
           END-IF.
           IF NOT WS-OPEN-ERROR
               PERFORM UNTIL WS-DONE
                   PERFORM 100-DISPLAY-MENU
               WHEN 1
                   PERFORM 300-ADD-DATE
               WHEN 2
                   IF SO-REGISTRAR-OR-ABOVE
                       PERFORM 400-DELETE-DATE
                   ELSE
                       DISPLAY "CALENDAR-MAINT: DELETE NEEDS "
                           "A REGISTRAR SIGN-ON"
                   END-IF
               WHEN 3
                   PERFORM 500-INQUIRE-DATE
               WHEN 4
