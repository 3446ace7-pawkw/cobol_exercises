      * SECTION-MAINT: Add/Change/Delete/Inquire against the
      * SECTION-MASTER indexed file by section code, so the office
      * can keep the section list, instructors, rooms and capacities
      * current without touching program source. Each section's
      * weekly meeting slots (day, period, course, room, instructor)
      * are kept here too, on SECTMEET.DAT, from the Meeting schedule
      * option; they feed the clash report and the student timetable.
      * Deleting a section offers to delete its meeting slots with it.
      * The operator signs on through SIGNON before the menu comes up;
      * deleting needs a registrar or above.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECTION-MAINT.
               RECORD KEY IS IN-INSTRUCTOR-ID
               FILE STATUS IS WS-INSTRUCTOR-STATUS.

           SELECT MEETING-FILE ASSIGN TO "SECTMEET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MT-MEETING-KEY
               FILE STATUS IS WS-MEETING-STATUS.

           SELECT COURSE-CATALOG ASSIGN TO "COURSECT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-COURSE-CODE
               FILE STATUS IS WS-CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SECTION-MASTER.
       FD  INSTRUCTOR-MASTER.
           COPY INSTREC REPLACING ==:PFX:== BY ==IN-==.

       FD  MEETING-FILE.
           COPY MEETREC REPLACING ==:PFX:== BY ==MT-==.

       FD  COURSE-CATALOG.
           COPY COURSEREC REPLACING ==:PFX:== BY ==CC-==.

       WORKING-STORAGE SECTION.
           COPY SECTREC REPLACING ==:PFX:== BY ==  ==.
           COPY SIGNONRQ REPLACING ==:PFX:== BY ==SO-==.
       01  WS-SECTION-STATUS  PICTURE xx VALUE "00".
       01  WS-INSTRUCTOR-STATUS PICTURE xx VALUE "00".
       01  WS-INSTRUCTOR-FILE-OK-SWITCH PICTURE x VALUE "N".
       01  WS-SCRATCH-DESCRIPTION PICTURE x(20) VALUE SPACES.
       01  WS-SCRATCH-INSTRUCTOR PICTURE x(20) VALUE SPACES.
       01  WS-SCRATCH-ROOM    PICTURE x(5) VALUE SPACES.
       01  WS-MEETING-STATUS  PICTURE xx VALUE "00".
       01  WS-MEETING-FILE-OK-SWITCH PICTURE x VALUE "N".
           88  WS-MEETING-FILE-OK     VALUE "Y".
       01  WS-MEETING-EOF-SWITCH PICTURE x VALUE "N".
           88  WS-END-OF-MEETINGS     VALUE "Y".
       01  WS-CATALOG-STATUS  PICTURE xx VALUE "00".
       01  WS-CATALOG-FILE-OK-SWITCH PICTURE x VALUE "N".
           88  WS-CATALOG-FILE-OK     VALUE "Y".
       01  WS-COURSE-VALID-SWITCH PICTURE x VALUE "N".
           88  WS-COURSE-VALID        VALUE "Y".
       01  WS-MEETING-CHOICE  PICTURE 9 VALUE ZERO.
       01  WS-MEETING-DONE-SWITCH PICTURE x VALUE "N".
           88  WS-MEETING-DONE        VALUE "Y".
       01  WS-MEETING-COUNT   PICTURE 99 VALUE ZEROES.
       01  WS-DELETE-MEETINGS-SWITCH PICTURE x VALUE "N".
           88  WS-DELETE-MEETINGS     VALUE "Y".
       01  WS-MEETING-KEY-COUNT PICTURE 99 VALUE ZEROES.
       01  WS-SAVED-MEETING-KEYS.
           05  WS-SAVED-MEETING-SLOT OCCURS 99 TIMES PICTURE x(6).
       01  WS-SUBSCRIPT       PICTURE 99 VALUE ZERO.
       01  WS-DAY-NAMES       PICTURE x(15) VALUE "MONTUEWEDTHUFRI".
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
           05  WS-DAY-NAME    OCCURS 5 TIMES PICTURE x(3).

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           MOVE "SECTION-MAINT" TO SO-PROGRAM-NAME.
           MOVE 1 TO SO-REQUIRED-LEVEL.
           CALL "SIGNON" USING SO-SIGNON-REQUEST.
           IF NOT SO-SIGNED-ON
               SET WS-OPEN-ERROR TO TRUE
           ELSE
               PERFORM 010-OPEN-SECTION-MASTER
           END-IF.
           IF NOT WS-OPEN-ERROR
               PERFORM 020-OPEN-INSTRUCTOR-MASTER
               PERFORM 030-OPEN-MEETING-FILE
               PERFORM 040-OPEN-COURSE-CATALOG
               PERFORM UNTIL WS-DONE
                   PERFORM 100-DISPLAY-MENU
                   PERFORM 200-PROCESS-CHOICE
               IF WS-INSTRUCTOR-FILE-OK
                   CLOSE INSTRUCTOR-MASTER
               END-IF
               IF WS-MEETING-FILE-OK
                   CLOSE MEETING-FILE
               END-IF
               IF WS-CATALOG-FILE-OK
                   CLOSE COURSE-CATALOG
               END-IF
           END-IF.
           GOBACK.

               SET WS-INSTRUCTOR-FILE-OK TO TRUE
           END-IF.

      ******************************************************************
      * The meeting file is created on first use like the section
      * master itself; if it still cannot be opened the section
      * functions carry on and only the schedule option is refused.
      ******************************************************************
       030-OPEN-MEETING-FILE.
           OPEN I-O MEETING-FILE.
           IF WS-MEETING-STATUS = "35"
               CLOSE MEETING-FILE
               OPEN OUTPUT MEETING-FILE
               CLOSE MEETING-FILE
               OPEN I-O MEETING-FILE
           END-IF.
           IF WS-MEETING-STATUS = "00"
               SET WS-MEETING-FILE-OK TO TRUE
           ELSE
               DISPLAY "SECTION-MAINT: UNABLE TO OPEN MEETING-FILE, "
                   "STATUS " WS-MEETING-STATUS
           END-IF.

       040-OPEN-COURSE-CATALOG.
           OPEN INPUT COURSE-CATALOG.
           IF WS-CATALOG-STATUS = "00"
               SET WS-CATALOG-FILE-OK TO TRUE
           END-IF.

       100-DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "==== SECTION MASTER MAINTENANCE ====".
           DISPLAY "2. Change".
           DISPLAY "3. Delete".
           DISPLAY "4. Inquire".
           DISPLAY "5. Meeting schedule".
           DISPLAY "6. Exit".
           DISPLAY "Enter choice: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.

               WHEN 2
                   PERFORM 400-CHANGE-SECTION
               WHEN 3
                   IF SO-REGISTRAR-OR-ABOVE
                       PERFORM 500-DELETE-SECTION
                   ELSE
                       DISPLAY "SECTION-MAINT: DELETE NEEDS "
                           "A REGISTRAR SIGN-ON"
                   END-IF
               WHEN 4
                   PERFORM 600-INQUIRE-SECTION
               WHEN 5
                   PERFORM 700-MAINTAIN-MEETINGS
               WHEN 6
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid choice, please try again."
           IF WS-SECTION-STATUS = "00"
               DELETE SECTION-MASTER RECORD
               DISPLAY "SECTION-MAINT: RECORD DELETED"
               IF WS-MEETING-FILE-OK
                   PERFORM 510-DELETE-MEETING-RECORDS
               END-IF
           END-IF.

      ******************************************************************
      * Same cascade shape as PERSON-MAINT's address delete: the
      * section's meeting keys are collected first, then the operator
      * is offered the cascade and each slot is deleted by key.
      ******************************************************************
       510-DELETE-MEETING-RECORDS.
           MOVE ZEROES TO WS-MEETING-KEY-COUNT.
           PERFORM 640-START-MEETINGS.
           PERFORM UNTIL WS-END-OF-MEETINGS
                   OR WS-MEETING-KEY-COUNT = 99
               ADD 1 TO WS-MEETING-KEY-COUNT
               MOVE MT-MEETING-KEY (5:6) TO
                   WS-SAVED-MEETING-SLOT (WS-MEETING-KEY-COUNT)
               PERFORM 630-READ-NEXT-MEETING
           END-PERFORM.
           IF WS-MEETING-KEY-COUNT > 0
               DISPLAY "Delete " WS-MEETING-KEY-COUNT
                   " meeting slot(s) too? (Y/N): "
                   WITH NO ADVANCING
               ACCEPT WS-DELETE-MEETINGS-SWITCH
               IF WS-DELETE-MEETINGS
                   PERFORM 520-DELETE-SAVED-MEETING
                       VARYING WS-SUBSCRIPT FROM 1 BY 1
                       UNTIL WS-SUBSCRIPT > WS-MEETING-KEY-COUNT
                   DISPLAY "SECTION-MAINT: MEETING SLOTS DELETED"
               END-IF
           END-IF.

       520-DELETE-SAVED-MEETING.
           MOVE WS-SEARCH-CODE TO MT-KEY-SECTION-CODE.
           MOVE WS-SAVED-MEETING-SLOT (WS-SUBSCRIPT) TO
               MT-MEETING-KEY (5:6).
           DELETE MEETING-FILE RECORD
               INVALID KEY
                   DISPLAY "SECTION-MAINT: UNABLE TO DELETE SLOT "
                       WS-SAVED-MEETING-SLOT (WS-SUBSCRIPT)
           END-DELETE.

       600-INQUIRE-SECTION.
           PERFORM 800-ACCEPT-SEARCH-CODE.
           MOVE WS-SEARCH-CODE TO SM-SECTION-CODE.
           DISPLAY "INSTRUCTOR: " SM-INSTRUCTOR.
           DISPLAY "ROOM:       " SM-ROOM.
           DISPLAY "CAPACITY:   " SM-CAPACITY.
           IF WS-MEETING-FILE-OK
               PERFORM 620-DISPLAY-MEETINGS
           END-IF.

      ******************************************************************
      * Lists the section in WS-SEARCH-CODE's slots in key order -
      * day, then period, then course - which is the order the week
      * runs in.
      ******************************************************************
       620-DISPLAY-MEETINGS.
           MOVE ZEROES TO WS-MEETING-COUNT.
           PERFORM 640-START-MEETINGS.
           PERFORM UNTIL WS-END-OF-MEETINGS
               ADD 1 TO WS-MEETING-COUNT
               DISPLAY "  " WS-DAY-NAME (MT-KEY-DAY) " PERIOD "
                   MT-KEY-PERIOD " " MT-KEY-COURSE-CODE " ROOM "
                   MT-ROOM " INSTRUCTOR " MT-INSTRUCTOR
               PERFORM 630-READ-NEXT-MEETING
           END-PERFORM.
           IF WS-MEETING-COUNT = 0
               DISPLAY "  NO MEETING SLOTS SCHEDULED"
           END-IF.

      ******************************************************************
      * Reads the next slot and ends the scan once it belongs to
      * another section, so callers only ever see this section's.
      ******************************************************************
       630-READ-NEXT-MEETING.
           READ MEETING-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-MEETINGS TO TRUE
           END-READ.
           IF NOT WS-END-OF-MEETINGS
               IF MT-KEY-SECTION-CODE NOT = WS-SEARCH-CODE
                   SET WS-END-OF-MEETINGS TO TRUE
               END-IF
           END-IF.

       640-START-MEETINGS.
           MOVE WS-SEARCH-CODE TO MT-KEY-SECTION-CODE.
           MOVE LOW-VALUES TO MT-MEETING-KEY (5:6).
           SET WS-MEETING-EOF-SWITCH TO "N".
           START MEETING-FILE KEY IS NOT LESS THAN MT-MEETING-KEY
               INVALID KEY
                   SET WS-END-OF-MEETINGS TO TRUE
           END-START.
           IF NOT WS-END-OF-MEETINGS
               PERFORM 630-READ-NEXT-MEETING
           END-IF.

      ******************************************************************
      * Meeting schedule sub-menu for one section, same shape as
      * PERSON-MAINT's contact maintenance: identify the section, then
      * list, add, change or delete its slots.
      ******************************************************************
       700-MAINTAIN-MEETINGS.
           IF NOT WS-MEETING-FILE-OK
               DISPLAY "SECTION-MAINT: MEETING FILE IS NOT AVAILABLE"
           ELSE
               PERFORM 800-ACCEPT-SEARCH-CODE
               MOVE WS-SEARCH-CODE TO SM-SECTION-CODE
               READ SECTION-MASTER
                   INVALID KEY
                       DISPLAY "SECTION-MAINT: RECORD NOT FOUND, CODE "
                           WS-SEARCH-CODE
                   NOT INVALID KEY
                       SET WS-MEETING-DONE-SWITCH TO "N"
                       PERFORM UNTIL WS-MEETING-DONE
                           PERFORM 710-MEETING-MENU
                       END-PERFORM
               END-READ
           END-IF.

       710-MEETING-MENU.
           DISPLAY " ".
           DISPLAY "==== MEETING SCHEDULE FOR SECTION "
               SM-SECTION-CODE " ====".
           DISPLAY "1. List".
           DISPLAY "2. Add".
           DISPLAY "3. Change".
           DISPLAY "4. Delete".
           DISPLAY "5. Back".
           DISPLAY "Enter choice: " WITH NO ADVANCING.
           ACCEPT WS-MEETING-CHOICE.
           EVALUATE WS-MEETING-CHOICE
               WHEN 1
                   PERFORM 620-DISPLAY-MEETINGS
               WHEN 2
                   PERFORM 720-ADD-MEETING
               WHEN 3
                   PERFORM 730-CHANGE-MEETING
               WHEN 4
                   IF SO-REGISTRAR-OR-ABOVE
                       PERFORM 740-DELETE-MEETING
                   ELSE
                       DISPLAY "SECTION-MAINT: DELETE NEEDS "
                           "A REGISTRAR SIGN-ON"
                   END-IF
               WHEN 5
                   SET WS-MEETING-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid choice, please try again."
           END-EVALUATE.

      ******************************************************************
      * A new slot starts with the section's own room and instructor;
      * the operator presses Enter to keep them or types another room
      * or instructor ID for this slot only (a lab, a visiting
      * teacher). The course must be on the catalog when the catalog
      * exists, the same rule the entry programs use.
      ******************************************************************
       720-ADD-MEETING.
           PERFORM 750-ACCEPT-MEETING-SLOT.
           PERFORM 760-ACCEPT-MEETING-COURSE.
           MOVE SM-ROOM TO MT-ROOM.
           MOVE SM-INSTRUCTOR TO MT-INSTRUCTOR.
           PERFORM 770-ACCEPT-ROOM-INSTRUCTOR.
           WRITE MT-MEETING-RECORD
               INVALID KEY
                   DISPLAY "SECTION-MAINT: DUPLICATE KEY, "
                       MT-KEY-COURSE-CODE " ALREADY MEETS "
                       WS-DAY-NAME (MT-KEY-DAY) " PERIOD "
                       MT-KEY-PERIOD
               NOT INVALID KEY
                   DISPLAY "SECTION-MAINT: MEETING SLOT ADDED"
           END-WRITE.

       730-CHANGE-MEETING.
           PERFORM 750-ACCEPT-MEETING-SLOT.
           DISPLAY "Course code: " WITH NO ADVANCING.
           ACCEPT MT-KEY-COURSE-CODE.
           READ MEETING-FILE
               INVALID KEY
                   DISPLAY "SECTION-MAINT: MEETING SLOT NOT FOUND"
               NOT INVALID KEY
                   PERFORM 770-ACCEPT-ROOM-INSTRUCTOR
                   REWRITE MT-MEETING-RECORD
                   DISPLAY "SECTION-MAINT: MEETING SLOT CHANGED"
           END-READ.

       740-DELETE-MEETING.
           PERFORM 750-ACCEPT-MEETING-SLOT.
           DISPLAY "Course code: " WITH NO ADVANCING.
           ACCEPT MT-KEY-COURSE-CODE.
           DELETE MEETING-FILE RECORD
               INVALID KEY
                   DISPLAY "SECTION-MAINT: MEETING SLOT NOT FOUND"
               NOT INVALID KEY
                   DISPLAY "SECTION-MAINT: MEETING SLOT DELETED"
           END-DELETE.

       750-ACCEPT-MEETING-SLOT.
           MOVE SM-SECTION-CODE TO MT-KEY-SECTION-CODE.
           MOVE ZERO TO MT-KEY-DAY.
           PERFORM UNTIL MT-VALID-DAY
               DISPLAY "Day (1=MON 2=TUE 3=WED 4=THU 5=FRI): "
                   WITH NO ADVANCING
               ACCEPT MT-KEY-DAY
               IF NOT MT-VALID-DAY
                   DISPLAY "Error: day must be 1 to 5."
               END-IF
           END-PERFORM.
           MOVE ZERO TO MT-KEY-PERIOD.
           PERFORM UNTIL MT-VALID-PERIOD
               DISPLAY "Period (1-9): " WITH NO ADVANCING
               ACCEPT MT-KEY-PERIOD
               IF NOT MT-VALID-PERIOD
                   DISPLAY "Error: period must be 1 to 9."
               END-IF
           END-PERFORM.

       760-ACCEPT-MEETING-COURSE.
           SET WS-COURSE-VALID-SWITCH TO "N".
           PERFORM UNTIL WS-COURSE-VALID
               DISPLAY "Course code: " WITH NO ADVANCING
               ACCEPT MT-KEY-COURSE-CODE
               IF MT-KEY-COURSE-CODE = SPACES
                   DISPLAY "Error: course code is required."
               ELSE
                   IF WS-CATALOG-FILE-OK
                       MOVE MT-KEY-COURSE-CODE TO CC-COURSE-CODE
                       READ COURSE-CATALOG
                           INVALID KEY
                               DISPLAY "Error: course code not in "
                                   "catalog."
                           NOT INVALID KEY
                               SET WS-COURSE-VALID TO TRUE
                               DISPLAY "Course name: " CC-COURSE-NAME
                       END-READ
                   ELSE
                       SET WS-COURSE-VALID TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * Blank-on-Enter keeps the value shown, same scratch-field
      * convention as 410-ACCEPT-CHANGES, with the instructor ID
      * checked against INSTRUCTOR-MASTER when it is present.
      ******************************************************************
       770-ACCEPT-ROOM-INSTRUCTOR.
           DISPLAY "Room [" MT-ROOM "]: " WITH NO ADVANCING.
           MOVE SPACES TO WS-SCRATCH-ROOM.
           ACCEPT WS-SCRATCH-ROOM.
           IF WS-SCRATCH-ROOM NOT = SPACES
               MOVE WS-SCRATCH-ROOM TO MT-ROOM
           END-IF.
           DISPLAY "Instructor [" MT-INSTRUCTOR "]: "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-SCRATCH-INSTRUCTOR.
           ACCEPT WS-SCRATCH-INSTRUCTOR.
           IF WS-SCRATCH-INSTRUCTOR NOT = SPACES
               IF WS-INSTRUCTOR-FILE-OK
                   MOVE WS-SCRATCH-INSTRUCTOR (1:4) TO
                       IN-INSTRUCTOR-ID
                   READ INSTRUCTOR-MASTER
                       INVALID KEY
                           DISPLAY "Error: instructor not on "
                               "instructor master, keeping "
                               MT-INSTRUCTOR
                       NOT INVALID KEY
                           MOVE IN-INSTRUCTOR-ID TO MT-INSTRUCTOR
                           DISPLAY "Instructor: " IN-INSTRUCTOR-NAME
                   END-READ
               ELSE
                   MOVE WS-SCRATCH-INSTRUCTOR TO MT-INSTRUCTOR
               END-IF
           END-IF.

       800-ACCEPT-SEARCH-CODE.
           DISPLAY "Section code: " WITH NO ADVANCING.
