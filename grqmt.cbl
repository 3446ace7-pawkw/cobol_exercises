      ******************************************************************
      * GRADREQ-MAINT: keeps the graduation requirements on
      * GRADREQ.DAT that GRADAUD audits every active student against:
      * the general minimum passing score and total credit hours
      * (one totals record), and the list of required course codes,
      * each validated against COURSE-CATALOG and optionally carrying
      * a higher score of its own.
      * The operator signs on through SIGNON before the menu comes up;
      * deleting needs a registrar or above.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADREQ-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUIREMENT-FILE ASSIGN TO "GRADREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GQ-REQUIREMENT-KEY
               FILE STATUS IS WS-REQUIREMENT-STATUS.

           SELECT COURSE-CATALOG ASSIGN TO "COURSECT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-COURSE-CODE
               FILE STATUS IS WS-CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUIREMENT-FILE.
           COPY GRQREC REPLACING ==:PFX:== BY ==GQ-==.

       FD  COURSE-CATALOG.
           COPY COURSEREC REPLACING ==:PFX:== BY ==CC-==.

       WORKING-STORAGE SECTION.
       01  WS-REQUIREMENT-STATUS PICTURE xx VALUE "00".
       01  WS-CATALOG-STATUS  PICTURE xx VALUE "00".
       01  WS-MENU-CHOICE     PICTURE 9 VALUE ZERO.
       01  WS-DONE-SWITCH     PICTURE x VALUE "N".
           88  WS-DONE            VALUE "Y".
       01  WS-OPEN-ERROR-SWITCH PICTURE x VALUE "N".
           88  WS-OPEN-ERROR      VALUE "Y".
       01  WS-REQ-EOF-SWITCH  PICTURE x VALUE "N".
           88  WS-END-OF-REQUIREMENTS VALUE "Y".
       01  WS-SEARCH-CODE     PICTURE x(4) VALUE SPACES.
       01  WS-MIN-SCORE       PICTURE 999 VALUE ZEROES.
       01  WS-TOTAL-CREDITS   PICTURE 999 VALUE ZEROES.
       01  WS-REQUIRED-COUNT  PICTURE 99 VALUE ZEROES.
           COPY SIGNONRQ REPLACING ==:PFX:== BY ==SO-==.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           MOVE "GRADREQ-MAINT" TO SO-PROGRAM-NAME.
           MOVE 1 TO SO-REQUIRED-LEVEL.
           CALL "SIGNON" USING SO-SIGNON-REQUEST.
           IF NOT SO-SIGNED-ON
               SET WS-OPEN-ERROR TO TRUE
           ELSE
               PERFORM 010-OPEN-REQUIREMENT-FILE
           END-IF.
           IF NOT WS-OPEN-ERROR
               PERFORM 020-OPEN-COURSE-CATALOG
           END-IF.
           IF NOT WS-OPEN-ERROR
               PERFORM UNTIL WS-DONE
                   PERFORM 100-DISPLAY-MENU
                   PERFORM 200-PROCESS-CHOICE
               END-PERFORM
               CLOSE REQUIREMENT-FILE
               CLOSE COURSE-CATALOG
           END-IF.
           GOBACK.

       010-OPEN-REQUIREMENT-FILE.
           OPEN I-O REQUIREMENT-FILE.
           IF WS-REQUIREMENT-STATUS = "35"
               CLOSE REQUIREMENT-FILE
               OPEN OUTPUT REQUIREMENT-FILE
               CLOSE REQUIREMENT-FILE
               OPEN I-O REQUIREMENT-FILE
           END-IF.
           IF WS-REQUIREMENT-STATUS NOT = "00"
               DISPLAY "GRADREQ-MAINT: UNABLE TO OPEN REQUIREMENT-FILE,"
                   " STATUS " WS-REQUIREMENT-STATUS
               SET WS-OPEN-ERROR TO TRUE
           END-IF.

      ******************************************************************
      * Required codes must be real catalog codes - a requirement no
      * student can ever meet would hold up every graduate - so the
      * catalog is mandatory here.
      ******************************************************************
       020-OPEN-COURSE-CATALOG.
           OPEN INPUT COURSE-CATALOG.
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "GRADREQ-MAINT: UNABLE TO OPEN COURSE-CATALOG, "
                   "STATUS " WS-CATALOG-STATUS
               CLOSE REQUIREMENT-FILE
               SET WS-OPEN-ERROR TO TRUE
           END-IF.

       100-DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "==== GRADUATION REQUIREMENTS MAINTENANCE ====".
           DISPLAY "1. Set passing score and total credits".
           DISPLAY "2. Add required course".
           DISPLAY "3. Delete required course".
           DISPLAY "4. List requirements".
           DISPLAY "5. Exit".
           DISPLAY "Enter choice: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.

       200-PROCESS-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM 300-SET-TOTALS
               WHEN 2
                   PERFORM 400-ADD-REQUIRED-COURSE
               WHEN 3
                   IF SO-REGISTRAR-OR-ABOVE
                       PERFORM 500-DELETE-REQUIRED-COURSE
                   ELSE
                       DISPLAY "GRADREQ-MAINT: DELETE NEEDS A "
                           "REGISTRAR SIGN-ON"
                   END-IF
               WHEN 4
                   PERFORM 600-LIST-REQUIREMENTS
               WHEN 5
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid choice, please try again."
           END-EVALUATE.

      ******************************************************************
      * The totals record is written the first time and rewritten
      * after that - there is only ever one.
      ******************************************************************
       300-SET-TOTALS.
           MOVE "T" TO GQ-KEY-REQ-TYPE.
           MOVE SPACES TO GQ-KEY-COURSE-CODE.
           READ REQUIREMENT-FILE
               INVALID KEY
                   MOVE ZEROES TO GQ-MIN-SCORE
                   MOVE ZEROES TO GQ-TOTAL-CREDITS
           END-READ.
           DISPLAY "Current passing score " GQ-MIN-SCORE
               ", total credits " GQ-TOTAL-CREDITS.
           MOVE 999 TO WS-MIN-SCORE.
           PERFORM UNTIL WS-MIN-SCORE >= 1 AND WS-MIN-SCORE <= 100
               DISPLAY "Minimum passing score (1-100): "
                   WITH NO ADVANCING
               ACCEPT WS-MIN-SCORE
               IF WS-MIN-SCORE < 1 OR WS-MIN-SCORE > 100
                   DISPLAY "Error: passing score must be 1 to 100."
               END-IF
           END-PERFORM.
           MOVE ZEROES TO WS-TOTAL-CREDITS.
           PERFORM UNTIL WS-TOTAL-CREDITS >= 1
               DISPLAY "Total credit hours to graduate: "
                   WITH NO ADVANCING
               ACCEPT WS-TOTAL-CREDITS
               IF WS-TOTAL-CREDITS < 1
                   DISPLAY "Error: total credit hours must be 1 to "
                       "999."
               END-IF
           END-PERFORM.
           MOVE "T" TO GQ-KEY-REQ-TYPE.
           MOVE SPACES TO GQ-KEY-COURSE-CODE.
           MOVE WS-MIN-SCORE TO GQ-MIN-SCORE.
           MOVE WS-TOTAL-CREDITS TO GQ-TOTAL-CREDITS.
           WRITE GQ-REQUIREMENT-RECORD
               INVALID KEY
                   REWRITE GQ-REQUIREMENT-RECORD
                       INVALID KEY
                           DISPLAY "GRADREQ-MAINT: TOTALS NOT CHANGED, "
                               "STATUS " WS-REQUIREMENT-STATUS
                       NOT INVALID KEY
                           DISPLAY "GRADREQ-MAINT: TOTALS CHANGED"
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "GRADREQ-MAINT: TOTALS ADDED"
           END-WRITE.

       400-ADD-REQUIRED-COURSE.
           DISPLAY "Required course code: " WITH NO ADVANCING.
           ACCEPT WS-SEARCH-CODE.
           MOVE WS-SEARCH-CODE TO CC-COURSE-CODE.
           READ COURSE-CATALOG
               INVALID KEY
                   DISPLAY "Error: course code not in catalog."
               NOT INVALID KEY
                   DISPLAY "Course name: " CC-COURSE-NAME
                   PERFORM 410-ACCEPT-COURSE-SCORE
                   MOVE "C" TO GQ-KEY-REQ-TYPE
                   MOVE WS-SEARCH-CODE TO GQ-KEY-COURSE-CODE
                   MOVE WS-MIN-SCORE TO GQ-MIN-SCORE
                   MOVE ZEROES TO GQ-TOTAL-CREDITS
                   WRITE GQ-REQUIREMENT-RECORD
                       INVALID KEY
                           DISPLAY "GRADREQ-MAINT: DUPLICATE KEY, "
                               WS-SEARCH-CODE " ALREADY REQUIRED"
                       NOT INVALID KEY
                           DISPLAY "GRADREQ-MAINT: REQUIREMENT ADDED"
                   END-WRITE
           END-READ.

       410-ACCEPT-COURSE-SCORE.
           MOVE 999 TO WS-MIN-SCORE.
           PERFORM UNTIL WS-MIN-SCORE <= 100
               DISPLAY "Score required (0 = general passing score): "
                   WITH NO ADVANCING
               ACCEPT WS-MIN-SCORE
               IF WS-MIN-SCORE > 100
                   DISPLAY "Error: score must be 0 to 100."
               END-IF
           END-PERFORM.

       500-DELETE-REQUIRED-COURSE.
           DISPLAY "Required course code: " WITH NO ADVANCING.
           ACCEPT WS-SEARCH-CODE.
           MOVE "C" TO GQ-KEY-REQ-TYPE.
           MOVE WS-SEARCH-CODE TO GQ-KEY-COURSE-CODE.
           DELETE REQUIREMENT-FILE RECORD
               INVALID KEY
                   DISPLAY "GRADREQ-MAINT: RECORD NOT FOUND, CODE "
                       WS-SEARCH-CODE
               NOT INVALID KEY
                   DISPLAY "GRADREQ-MAINT: REQUIREMENT DELETED"
           END-DELETE.

       600-LIST-REQUIREMENTS.
           MOVE "T" TO GQ-KEY-REQ-TYPE.
           MOVE SPACES TO GQ-KEY-COURSE-CODE.
           READ REQUIREMENT-FILE
               INVALID KEY
                   DISPLAY "PASSING SCORE AND TOTAL CREDITS NOT SET"
               NOT INVALID KEY
                   DISPLAY "PASSING SCORE " GQ-MIN-SCORE
                       "  TOTAL CREDITS " GQ-TOTAL-CREDITS
           END-READ.
           MOVE ZEROES TO WS-REQUIRED-COUNT.
           MOVE "C" TO GQ-KEY-REQ-TYPE.
           MOVE LOW-VALUES TO GQ-KEY-COURSE-CODE.
           SET WS-REQ-EOF-SWITCH TO "N".
           START REQUIREMENT-FILE KEY IS NOT LESS THAN
                   GQ-REQUIREMENT-KEY
               INVALID KEY
                   SET WS-END-OF-REQUIREMENTS TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-REQUIREMENTS
               READ REQUIREMENT-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-REQUIREMENTS TO TRUE
               END-READ
               IF NOT WS-END-OF-REQUIREMENTS
                   IF NOT GQ-REQUIRED-COURSE
                       SET WS-END-OF-REQUIREMENTS TO TRUE
                   ELSE
                       ADD 1 TO WS-REQUIRED-COUNT
                       DISPLAY "  REQUIRED " GQ-KEY-COURSE-CODE
                           " SCORE " GQ-MIN-SCORE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-REQUIRED-COUNT = 0
               DISPLAY "NO REQUIRED COURSES"
           END-IF.
