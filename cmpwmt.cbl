      ******************************************************************
      * COMPONENT-MAINT: keeps the component weighting schemes on
      * CMPWGT.DAT - for each course graded by components, the
      * assessments that make up its COURSE-SCORE and what percent
      * each one counts. A scheme is keyed in whole: the components
      * one by one, with a short code (what the score postings carry),
      * a name for the breakdown report and a weight, and it is saved
      * only when the weights total exactly 100; otherwise nothing is
      * changed. Keying a scheme for a course that already has one
      * replaces it - scores already posted under a code the new
      * scheme drops are left on file but no longer count. The course
      * must be in COURSE-CATALOG.
      * The operator signs on through SIGNON before the menu comes up;
      * deleting a scheme needs a registrar or above.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPONENT-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WEIGHT-FILE ASSIGN TO "CMPWGT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CW-COURSE-CODE
               FILE STATUS IS WS-WEIGHT-STATUS.

           SELECT COURSE-CATALOG ASSIGN TO "COURSECT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-COURSE-CODE
               FILE STATUS IS WS-CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WEIGHT-FILE.
           COPY CMPWREC REPLACING ==:PFX:== BY ==CW-==.

       FD  COURSE-CATALOG.
           COPY COURSEREC REPLACING ==:PFX:== BY ==CC-==.

       WORKING-STORAGE SECTION.
           COPY CMPWREC REPLACING ==:PFX:== BY ==  ==.
           COPY SIGNONRQ REPLACING ==:PFX:== BY ==SO-==.
       01  WS-WEIGHT-STATUS   PICTURE xx VALUE "00".
       01  WS-CATALOG-STATUS  PICTURE xx VALUE "00".
       01  WS-MENU-CHOICE     PICTURE 9 VALUE ZERO.
       01  WS-DONE-SWITCH     PICTURE x VALUE "N".
           88  WS-DONE            VALUE "Y".
       01  WS-OPEN-ERROR-SWITCH PICTURE x VALUE "N".
           88  WS-OPEN-ERROR      VALUE "Y".
       01  WS-FOUND-SWITCH    PICTURE x VALUE "N".
           88  WS-SCHEME-FOUND    VALUE "Y".
       01  WS-CODE-OK-SWITCH  PICTURE x VALUE "N".
           88  WS-CODE-OK         VALUE "Y".
       01  WS-WEIGHT-EOF-SWITCH PICTURE x VALUE "N".
           88  WS-END-OF-WEIGHTS  VALUE "Y".
       01  WS-COURSE-CODE     PICTURE x(4) VALUE SPACES.
       01  WS-COURSE-NAME     PICTURE x(15) VALUE SPACES.
       01  WS-CONFIRM         PICTURE x VALUE SPACE.
       01  WS-SUBSCRIPT       PICTURE 9 VALUE ZERO.
       01  WS-CHECK-SUBSCRIPT PICTURE 9 VALUE ZERO.
       01  WS-WEIGHT-TOTAL    PICTURE 9(4) VALUE ZEROES.
       01  WS-LIST-COUNT      PICTURE 9(5) VALUE ZEROES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           MOVE "COMPONENT-MAINT" TO SO-PROGRAM-NAME.
           MOVE 1 TO SO-REQUIRED-LEVEL.
           CALL "SIGNON" USING SO-SIGNON-REQUEST.
           IF NOT SO-SIGNED-ON
               SET WS-OPEN-ERROR TO TRUE
           ELSE
               PERFORM 010-OPEN-FILES
           END-IF.
           IF NOT WS-OPEN-ERROR
               SET WS-DONE-SWITCH TO "N"
               PERFORM UNTIL WS-DONE
                   PERFORM 100-DISPLAY-MENU
                   PERFORM 200-PROCESS-CHOICE
               END-PERFORM
               CLOSE WEIGHT-FILE
               CLOSE COURSE-CATALOG
           END-IF.
           GOBACK.

      ******************************************************************
      * The weighting file is created on first use; the catalog is
      * mandatory because every scheme is for a catalog course.
      ******************************************************************
       010-OPEN-FILES.
           OPEN I-O WEIGHT-FILE.
           IF WS-WEIGHT-STATUS = "35"
               CLOSE WEIGHT-FILE
               OPEN OUTPUT WEIGHT-FILE
               CLOSE WEIGHT-FILE
               OPEN I-O WEIGHT-FILE
           END-IF.
           IF WS-WEIGHT-STATUS NOT = "00"
               DISPLAY "COMPONENT-MAINT: UNABLE TO OPEN WEIGHT-FILE, "
                   "STATUS " WS-WEIGHT-STATUS
               SET WS-OPEN-ERROR TO TRUE
           END-IF.
           IF NOT WS-OPEN-ERROR
               OPEN INPUT COURSE-CATALOG
               IF WS-CATALOG-STATUS NOT = "00"
                   DISPLAY "COMPONENT-MAINT: UNABLE TO OPEN "
                       "COURSE-CATALOG, STATUS " WS-CATALOG-STATUS
                   CLOSE WEIGHT-FILE
                   SET WS-OPEN-ERROR TO TRUE
               END-IF
           END-IF.

       100-DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "==== COURSE COMPONENT WEIGHTING ====".
           DISPLAY "1. Set up or replace a course's weighting".
           DISPLAY "2. Inquire".
           DISPLAY "3. Delete".
           DISPLAY "4. List courses graded by components".
           DISPLAY "5. Exit".
           DISPLAY "Enter choice: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.

       200-PROCESS-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM 300-SET-UP-SCHEME
               WHEN 2
                   PERFORM 600-INQUIRE-SCHEME
               WHEN 3
                   IF SO-REGISTRAR-OR-ABOVE
                       PERFORM 500-DELETE-SCHEME
                   ELSE
                       DISPLAY "COMPONENT-MAINT: DELETE NEEDS "
                           "A REGISTRAR SIGN-ON"
                   END-IF
               WHEN 4
                   PERFORM 700-LIST-SCHEMES
               WHEN 5
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid choice, please try again."
           END-EVALUATE.

      ******************************************************************
      * A course that already has a scheme shows it and asks before
      * it is replaced. The new scheme is built in working storage
      * and only reaches the file once its weights total 100.
      ******************************************************************
       300-SET-UP-SCHEME.
           PERFORM 310-ACCEPT-COURSE-CODE.
           IF WS-CODE-OK
               PERFORM 320-READ-SCHEME
               MOVE "Y" TO WS-CONFIRM
               IF WS-SCHEME-FOUND
                   PERFORM 800-SHOW-SCHEME
                   DISPLAY "Replace this weighting? (Y/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-CONFIRM
               END-IF
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   PERFORM 330-ACCEPT-COMPONENTS
                   PERFORM 400-SAVE-SCHEME
               ELSE
                   DISPLAY "COMPONENT-MAINT: WEIGHTING NOT CHANGED"
               END-IF
           END-IF.

       310-ACCEPT-COURSE-CODE.
           SET WS-CODE-OK-SWITCH TO "N".
           DISPLAY "Course code: " WITH NO ADVANCING.
           MOVE SPACES TO WS-COURSE-CODE.
           ACCEPT WS-COURSE-CODE.
           MOVE WS-COURSE-CODE TO CC-COURSE-CODE.
           READ COURSE-CATALOG
               INVALID KEY
                   DISPLAY "Error: course code not in catalog."
               NOT INVALID KEY
                   MOVE CC-COURSE-NAME TO WS-COURSE-NAME
                   DISPLAY "Course name: " WS-COURSE-NAME
                   SET WS-CODE-OK TO TRUE
           END-READ.

       320-READ-SCHEME.
           SET WS-FOUND-SWITCH TO "N".
           MOVE WS-COURSE-CODE TO CW-COURSE-CODE.
           READ WEIGHT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-SCHEME-FOUND TO TRUE
           END-READ.

       330-ACCEPT-COMPONENTS.
           MOVE SPACES TO COMPONENT-WEIGHT.
           MOVE WS-COURSE-CODE TO COURSE-CODE.
           MOVE ZERO TO COMPONENT-COUNT.
           PERFORM UNTIL COMPONENT-COUNT >= 1 AND
                   COMPONENT-COUNT <= 8
               DISPLAY "Number of components (1-8): "
                   WITH NO ADVANCING
               ACCEPT COMPONENT-COUNT
               IF COMPONENT-COUNT < 1 OR COMPONENT-COUNT > 8
                   DISPLAY "Error: enter 1 to 8."
               END-IF
           END-PERFORM.
           MOVE ZEROES TO WS-WEIGHT-TOTAL.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > COMPONENT-COUNT
               DISPLAY "Component " WS-SUBSCRIPT ":"
               PERFORM 340-ACCEPT-COMPONENT-CODE
               MOVE SPACES TO COMPONENT-NAME (WS-SUBSCRIPT)
               PERFORM UNTIL COMPONENT-NAME (WS-SUBSCRIPT)
                       NOT = SPACES
                   DISPLAY "  Name: " WITH NO ADVANCING
                   ACCEPT COMPONENT-NAME (WS-SUBSCRIPT)
               END-PERFORM
               MOVE ZEROES TO WEIGHT (WS-SUBSCRIPT)
               PERFORM UNTIL WEIGHT (WS-SUBSCRIPT) >= 1 AND
                       WEIGHT (WS-SUBSCRIPT) <= 100
                   DISPLAY "  Percent of course score: "
                       WITH NO ADVANCING
                   ACCEPT WEIGHT (WS-SUBSCRIPT)
                   IF WEIGHT (WS-SUBSCRIPT) < 1 OR
                           WEIGHT (WS-SUBSCRIPT) > 100
                       DISPLAY "Error: percent must be 1 to 100."
                   END-IF
               END-PERFORM
               ADD WEIGHT (WS-SUBSCRIPT) TO WS-WEIGHT-TOTAL
           END-PERFORM.

      ******************************************************************
      * Codes must be present and unique within the scheme, since the
      * score postings find their component by code.
      ******************************************************************
       340-ACCEPT-COMPONENT-CODE.
           SET WS-CODE-OK-SWITCH TO "N".
           PERFORM UNTIL WS-CODE-OK
               DISPLAY "  Code: " WITH NO ADVANCING
               MOVE SPACES TO COMPONENT-CODE (WS-SUBSCRIPT)
               ACCEPT COMPONENT-CODE (WS-SUBSCRIPT)
               SET WS-CODE-OK TO TRUE
               IF COMPONENT-CODE (WS-SUBSCRIPT) = SPACES
                   SET WS-CODE-OK-SWITCH TO "N"
               END-IF
               PERFORM VARYING WS-CHECK-SUBSCRIPT FROM 1 BY 1
                       UNTIL WS-CHECK-SUBSCRIPT >= WS-SUBSCRIPT
                   IF COMPONENT-CODE (WS-CHECK-SUBSCRIPT) =
                           COMPONENT-CODE (WS-SUBSCRIPT)
                       DISPLAY "Error: code already used in this "
                           "weighting."
                       SET WS-CODE-OK-SWITCH TO "N"
                   END-IF
               END-PERFORM
           END-PERFORM.

       400-SAVE-SCHEME.
           IF WS-WEIGHT-TOTAL NOT = 100
               DISPLAY "COMPONENT-MAINT: WEIGHTS TOTAL "
                   WS-WEIGHT-TOTAL ", MUST BE 100 - NOT SAVED"
           ELSE
               MOVE COMPONENT-WEIGHT TO CW-COMPONENT-WEIGHT
               IF WS-SCHEME-FOUND
                   REWRITE CW-COMPONENT-WEIGHT
                       INVALID KEY
                           DISPLAY "COMPONENT-MAINT: WEIGHTING NOT "
                               "REPLACED, STATUS " WS-WEIGHT-STATUS
                       NOT INVALID KEY
                           DISPLAY "COMPONENT-MAINT: WEIGHTING REPLACED"
                   END-REWRITE
               ELSE
                   WRITE CW-COMPONENT-WEIGHT
                       INVALID KEY
                           DISPLAY "COMPONENT-MAINT: DUPLICATE KEY, "
                               "CODE " WS-COURSE-CODE
                               " ALREADY EXISTS"
                       NOT INVALID KEY
                           DISPLAY "COMPONENT-MAINT: WEIGHTING ADDED"
                   END-WRITE
               END-IF
           END-IF.

      ******************************************************************
      * With the scheme gone the course goes back to scores posted
      * whole through GRADEPST; its component scores stay on file.
      ******************************************************************
       500-DELETE-SCHEME.
           DISPLAY "Course code: " WITH NO ADVANCING.
           MOVE SPACES TO WS-COURSE-CODE.
           ACCEPT WS-COURSE-CODE.
           MOVE WS-COURSE-CODE TO CW-COURSE-CODE.
           DELETE WEIGHT-FILE RECORD
               INVALID KEY
                   DISPLAY "COMPONENT-MAINT: RECORD NOT FOUND"
               NOT INVALID KEY
                   DISPLAY "COMPONENT-MAINT: WEIGHTING DELETED"
           END-DELETE.

       600-INQUIRE-SCHEME.
           PERFORM 310-ACCEPT-COURSE-CODE.
           IF WS-CODE-OK
               PERFORM 320-READ-SCHEME
               IF WS-SCHEME-FOUND
                   PERFORM 800-SHOW-SCHEME
               ELSE
                   DISPLAY "COMPONENT-MAINT: COURSE HAS NO "
                       "COMPONENT WEIGHTING"
               END-IF
           END-IF.

       700-LIST-SCHEMES.
           MOVE ZEROES TO WS-LIST-COUNT.
           MOVE LOW-VALUES TO CW-COURSE-CODE.
           SET WS-WEIGHT-EOF-SWITCH TO "N".
           START WEIGHT-FILE KEY IS NOT LESS THAN CW-COURSE-CODE
               INVALID KEY
                   SET WS-END-OF-WEIGHTS TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-WEIGHTS
               READ WEIGHT-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-WEIGHTS TO TRUE
               END-READ
               IF NOT WS-END-OF-WEIGHTS
                   ADD 1 TO WS-LIST-COUNT
                   DISPLAY "  " CW-COURSE-CODE " "
                       CW-COMPONENT-COUNT " COMPONENTS"
               END-IF
           END-PERFORM.
           DISPLAY "COMPONENT-MAINT: " WS-LIST-COUNT " COURSES".

       800-SHOW-SCHEME.
           DISPLAY "  CODE NAME         PERCENT".
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > CW-COMPONENT-COUNT
               DISPLAY "  " CW-COMPONENT-CODE (WS-SUBSCRIPT) " "
                   CW-COMPONENT-NAME (WS-SUBSCRIPT) "  "
                   CW-WEIGHT (WS-SUBSCRIPT)
           END-PERFORM.
