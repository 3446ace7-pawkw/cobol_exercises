      ******************************************************************
      * TRANSFER-EQUIV-MAINT: keeps the transfer equivalency table on
      * TRNSEQV.DAT - which course at another school counts as which
      * COURSE-CATALOG course here - and works the evaluation queue
      * TRNSEVAL.DAT that TRNSFPST fills with transfer courses it
      * found no equivalent for. From the queue the registrar either
      * names the equivalent (added to the table; the next TRNSFPST
      * run posts the course and clears it off the queue), declines
      * it (no credit; the entry is deleted), or leaves it waiting.
      * Equivalents must be real catalog codes. The school's name is
      * asked for only the first time a school is keyed; later
      * entries for the same school carry the name already on file.
      * Deciding what transfers is the registrar's call, so only a
      * registrar or administrator signs on here.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSFER-EQUIV-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EQUIVALENCY-FILE ASSIGN TO "TRNSEQV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EQ-EQUIVALENCY-KEY
               FILE STATUS IS WS-EQUIVALENCY-STATUS.

           SELECT EVALUATION-QUEUE ASSIGN TO "TRNSEVAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TE-EVALUATION-KEY
               FILE STATUS IS WS-QUEUE-STATUS.

           SELECT COURSE-CATALOG ASSIGN TO "COURSECT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-COURSE-CODE
               FILE STATUS IS WS-CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EQUIVALENCY-FILE.
           COPY EQUIVREC REPLACING ==:PFX:== BY ==EQ-==.

       FD  EVALUATION-QUEUE.
           COPY TEVALREC REPLACING ==:PFX:== BY ==TE-==.

       FD  COURSE-CATALOG.
           COPY COURSEREC REPLACING ==:PFX:== BY ==CC-==.

       WORKING-STORAGE SECTION.
           COPY SIGNONRQ REPLACING ==:PFX:== BY ==SO-==.
       01  WS-EQUIVALENCY-STATUS PICTURE xx VALUE "00".
       01  WS-QUEUE-STATUS    PICTURE xx VALUE "00".
       01  WS-CATALOG-STATUS  PICTURE xx VALUE "00".
       01  WS-MENU-CHOICE     PICTURE 9 VALUE ZERO.
       01  WS-DONE-SWITCH     PICTURE x VALUE "N".
           88  WS-DONE            VALUE "Y".
       01  WS-OPEN-ERROR-SWITCH PICTURE x VALUE "N".
           88  WS-OPEN-ERROR      VALUE "Y".
       01  WS-EQUIV-EOF-SWITCH PICTURE x VALUE "N".
           88  WS-END-OF-EQUIVALENCIES VALUE "Y".
       01  WS-QUEUE-EOF-SWITCH PICTURE x VALUE "N".
           88  WS-END-OF-QUEUE    VALUE "Y".
       01  WS-CODE-OK-SWITCH  PICTURE x VALUE "N".
           88  WS-CODE-OK         VALUE "Y".
       01  WS-INSTITUTION     PICTURE x(4) VALUE SPACES.
       01  WS-OUTSIDE-COURSE  PICTURE x(8) VALUE SPACES.
       01  WS-INSTITUTION-NAME PICTURE x(20) VALUE SPACES.
       01  WS-COURSE-CODE     PICTURE x(4) VALUE SPACES.
       01  WS-DECISION        PICTURE x VALUE SPACE.
       01  WS-LIST-COUNT      PICTURE 9(5) VALUE ZEROES.
       01  WS-QUEUE-SEEN      PICTURE 9(5) VALUE ZEROES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           MOVE "TRANSFER-EQUIV-MAINT" TO SO-PROGRAM-NAME.
           MOVE 2 TO SO-REQUIRED-LEVEL.
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
               CLOSE EQUIVALENCY-FILE
               CLOSE EVALUATION-QUEUE
               CLOSE COURSE-CATALOG
           END-IF.
           GOBACK.

      ******************************************************************
      * Table and queue are created on first use; the catalog is
      * mandatory because every equivalent is checked against it.
      ******************************************************************
       010-OPEN-FILES.
           OPEN I-O EQUIVALENCY-FILE.
           IF WS-EQUIVALENCY-STATUS = "35"
               CLOSE EQUIVALENCY-FILE
               OPEN OUTPUT EQUIVALENCY-FILE
               CLOSE EQUIVALENCY-FILE
               OPEN I-O EQUIVALENCY-FILE
           END-IF.
           IF WS-EQUIVALENCY-STATUS NOT = "00"
               DISPLAY "TRANSFER-EQUIV-MAINT: UNABLE TO OPEN "
                   "EQUIVALENCY-FILE, STATUS " WS-EQUIVALENCY-STATUS
               SET WS-OPEN-ERROR TO TRUE
           END-IF.
           IF NOT WS-OPEN-ERROR
               OPEN I-O EVALUATION-QUEUE
               IF WS-QUEUE-STATUS = "35"
                   CLOSE EVALUATION-QUEUE
                   OPEN OUTPUT EVALUATION-QUEUE
                   CLOSE EVALUATION-QUEUE
                   OPEN I-O EVALUATION-QUEUE
               END-IF
               IF WS-QUEUE-STATUS NOT = "00"
                   DISPLAY "TRANSFER-EQUIV-MAINT: UNABLE TO OPEN "
                       "EVALUATION-QUEUE, STATUS " WS-QUEUE-STATUS
                   CLOSE EQUIVALENCY-FILE
                   SET WS-OPEN-ERROR TO TRUE
               END-IF
           END-IF.
           IF NOT WS-OPEN-ERROR
               OPEN INPUT COURSE-CATALOG
               IF WS-CATALOG-STATUS NOT = "00"
                   DISPLAY "TRANSFER-EQUIV-MAINT: UNABLE TO OPEN "
                       "COURSE-CATALOG, STATUS " WS-CATALOG-STATUS
                   CLOSE EQUIVALENCY-FILE
                   CLOSE EVALUATION-QUEUE
                   SET WS-OPEN-ERROR TO TRUE
               END-IF
           END-IF.

       100-DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "==== TRANSFER EQUIVALENCY MAINTENANCE ====".
           DISPLAY "1. Add equivalency".
           DISPLAY "2. Change equivalency".
           DISPLAY "3. Delete equivalency".
           DISPLAY "4. List equivalencies".
           DISPLAY "5. Work evaluation queue".
           DISPLAY "6. Exit".
           DISPLAY "Enter choice: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.

       200-PROCESS-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM 300-ADD-EQUIVALENCY
               WHEN 2
                   PERFORM 400-CHANGE-EQUIVALENCY
               WHEN 3
                   PERFORM 500-DELETE-EQUIVALENCY
               WHEN 4
                   PERFORM 600-LIST-EQUIVALENCIES
               WHEN 5
                   PERFORM 700-WORK-QUEUE
               WHEN 6
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid choice, please try again."
           END-EVALUATE.

       300-ADD-EQUIVALENCY.
           PERFORM 310-ACCEPT-KEY.
           PERFORM 330-ACCEPT-COURSE-CODE.
           PERFORM 340-WRITE-EQUIVALENCY.

       310-ACCEPT-KEY.
           MOVE SPACES TO WS-INSTITUTION.
           PERFORM UNTIL WS-INSTITUTION NOT = SPACES
               DISPLAY "School code: " WITH NO ADVANCING
               ACCEPT WS-INSTITUTION
           END-PERFORM.
           MOVE SPACES TO WS-OUTSIDE-COURSE.
           PERFORM UNTIL WS-OUTSIDE-COURSE NOT = SPACES
               DISPLAY "School's course code: " WITH NO ADVANCING
               ACCEPT WS-OUTSIDE-COURSE
           END-PERFORM.

      ******************************************************************
      * Any record already on file for the school gives its name; a
      * school seen for the first time has its name keyed.
      ******************************************************************
       320-FIND-INSTITUTION-NAME.
           MOVE SPACES TO WS-INSTITUTION-NAME.
           MOVE WS-INSTITUTION TO EQ-KEY-INSTITUTION.
           MOVE LOW-VALUES TO EQ-KEY-OUTSIDE-COURSE.
           SET WS-EQUIV-EOF-SWITCH TO "N".
           START EQUIVALENCY-FILE KEY IS NOT LESS THAN
                   EQ-EQUIVALENCY-KEY
               INVALID KEY
                   SET WS-END-OF-EQUIVALENCIES TO TRUE
           END-START.
           IF NOT WS-END-OF-EQUIVALENCIES
               READ EQUIVALENCY-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-EQUIVALENCIES TO TRUE
               END-READ
           END-IF.
           IF NOT WS-END-OF-EQUIVALENCIES AND
                   EQ-KEY-INSTITUTION = WS-INSTITUTION
               MOVE EQ-INSTITUTION-NAME TO WS-INSTITUTION-NAME
               DISPLAY "School: " WS-INSTITUTION-NAME
           ELSE
               PERFORM UNTIL WS-INSTITUTION-NAME NOT = SPACES
                   DISPLAY "New school - name: " WITH NO ADVANCING
                   ACCEPT WS-INSTITUTION-NAME
               END-PERFORM
           END-IF.

       330-ACCEPT-COURSE-CODE.
           SET WS-CODE-OK-SWITCH TO "N".
           PERFORM UNTIL WS-CODE-OK
               DISPLAY "Counts here as course code: " WITH NO ADVANCING
               ACCEPT WS-COURSE-CODE
               MOVE WS-COURSE-CODE TO CC-COURSE-CODE
               READ COURSE-CATALOG
                   INVALID KEY
                       DISPLAY "Error: course code not in catalog."
                   NOT INVALID KEY
                       DISPLAY "Course name: " CC-COURSE-NAME
                       SET WS-CODE-OK TO TRUE
               END-READ
           END-PERFORM.

       340-WRITE-EQUIVALENCY.
           PERFORM 320-FIND-INSTITUTION-NAME.
           MOVE WS-INSTITUTION TO EQ-KEY-INSTITUTION.
           MOVE WS-OUTSIDE-COURSE TO EQ-KEY-OUTSIDE-COURSE.
           MOVE WS-INSTITUTION-NAME TO EQ-INSTITUTION-NAME.
           MOVE WS-COURSE-CODE TO EQ-COURSE-CODE.
           WRITE EQ-EQUIVALENCY-RECORD
               INVALID KEY
                   DISPLAY "TRANSFER-EQUIV-MAINT: DUPLICATE KEY, "
                       WS-INSTITUTION " " WS-OUTSIDE-COURSE
                       " ALREADY ON TABLE"
               NOT INVALID KEY
                   DISPLAY "TRANSFER-EQUIV-MAINT: EQUIVALENCY ADDED"
           END-WRITE.

       400-CHANGE-EQUIVALENCY.
           PERFORM 310-ACCEPT-KEY.
           MOVE WS-INSTITUTION TO EQ-KEY-INSTITUTION.
           MOVE WS-OUTSIDE-COURSE TO EQ-KEY-OUTSIDE-COURSE.
           READ EQUIVALENCY-FILE
               INVALID KEY
                   DISPLAY "TRANSFER-EQUIV-MAINT: RECORD NOT FOUND"
               NOT INVALID KEY
                   DISPLAY "School: " EQ-INSTITUTION-NAME
                   DISPLAY "Now counts as " EQ-COURSE-CODE
                   PERFORM 330-ACCEPT-COURSE-CODE
                   MOVE WS-COURSE-CODE TO EQ-COURSE-CODE
                   REWRITE EQ-EQUIVALENCY-RECORD
                       INVALID KEY
                           DISPLAY "TRANSFER-EQUIV-MAINT: EQUIVALENCY "
                               "NOT CHANGED, STATUS "
                               WS-EQUIVALENCY-STATUS
                       NOT INVALID KEY
                           DISPLAY "TRANSFER-EQUIV-MAINT: EQUIVALENCY "
                               "CHANGED"
                   END-REWRITE
           END-READ.

       500-DELETE-EQUIVALENCY.
           PERFORM 310-ACCEPT-KEY.
           MOVE WS-INSTITUTION TO EQ-KEY-INSTITUTION.
           MOVE WS-OUTSIDE-COURSE TO EQ-KEY-OUTSIDE-COURSE.
           DELETE EQUIVALENCY-FILE RECORD
               INVALID KEY
                   DISPLAY "TRANSFER-EQUIV-MAINT: RECORD NOT FOUND"
               NOT INVALID KEY
                   DISPLAY "TRANSFER-EQUIV-MAINT: EQUIVALENCY DELETED"
           END-DELETE.

      ******************************************************************
      * One school, or the whole table when the school is left blank.
      ******************************************************************
       600-LIST-EQUIVALENCIES.
           DISPLAY "School code (blank = all): " WITH NO ADVANCING.
           MOVE SPACES TO WS-INSTITUTION.
           ACCEPT WS-INSTITUTION.
           MOVE ZEROES TO WS-LIST-COUNT.
           IF WS-INSTITUTION = SPACES
               MOVE LOW-VALUES TO EQ-EQUIVALENCY-KEY
           ELSE
               MOVE WS-INSTITUTION TO EQ-KEY-INSTITUTION
               MOVE LOW-VALUES TO EQ-KEY-OUTSIDE-COURSE
           END-IF.
           SET WS-EQUIV-EOF-SWITCH TO "N".
           START EQUIVALENCY-FILE KEY IS NOT LESS THAN
                   EQ-EQUIVALENCY-KEY
               INVALID KEY
                   SET WS-END-OF-EQUIVALENCIES TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-EQUIVALENCIES
               READ EQUIVALENCY-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-EQUIVALENCIES TO TRUE
               END-READ
               IF NOT WS-END-OF-EQUIVALENCIES
                   IF WS-INSTITUTION NOT = SPACES AND
                           EQ-KEY-INSTITUTION NOT = WS-INSTITUTION
                       SET WS-END-OF-EQUIVALENCIES TO TRUE
                   ELSE
                       ADD 1 TO WS-LIST-COUNT
                       DISPLAY "  " EQ-KEY-INSTITUTION " "
                           EQ-INSTITUTION-NAME " "
                           EQ-KEY-OUTSIDE-COURSE " -> "
                           EQ-COURSE-CODE
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "TRANSFER-EQUIV-MAINT: " WS-LIST-COUNT
               " EQUIVALENCIES".

      ******************************************************************
      * Walks the queue in student order. Naming an equivalent adds it
      * to the table for every student from that school, not just this
      * one; the queue entry itself stays until TRNSFPST posts it.
      ******************************************************************
       700-WORK-QUEUE.
           MOVE ZEROES TO WS-QUEUE-SEEN.
           MOVE LOW-VALUES TO TE-EVALUATION-KEY.
           SET WS-QUEUE-EOF-SWITCH TO "N".
           START EVALUATION-QUEUE KEY IS NOT LESS THAN
                   TE-EVALUATION-KEY
               INVALID KEY
                   SET WS-END-OF-QUEUE TO TRUE
           END-START.
           IF NOT WS-END-OF-QUEUE
               PERFORM 710-READ-NEXT-QUEUE
           END-IF.
           PERFORM UNTIL WS-END-OF-QUEUE
               ADD 1 TO WS-QUEUE-SEEN
               PERFORM 720-DECIDE-QUEUE-ENTRY
               PERFORM 710-READ-NEXT-QUEUE
           END-PERFORM.
           IF WS-QUEUE-SEEN = 0
               DISPLAY "TRANSFER-EQUIV-MAINT: EVALUATION QUEUE EMPTY"
           END-IF.

       710-READ-NEXT-QUEUE.
           READ EVALUATION-QUEUE NEXT RECORD
               AT END
                   SET WS-END-OF-QUEUE TO TRUE
           END-READ.

       720-DECIDE-QUEUE-ENTRY.
           DISPLAY " ".
           DISPLAY "STUDENT " TE-KEY-PERSON-ID " SCHOOL "
               TE-KEY-INSTITUTION " COURSE " TE-KEY-OUTSIDE-COURSE.
           DISPLAY "  " TE-OUTSIDE-NAME " SCORE " TE-SCORE
               " QUEUED " TE-QUEUED-DATE.
           MOVE TE-KEY-INSTITUTION TO EQ-KEY-INSTITUTION.
           MOVE TE-KEY-OUTSIDE-COURSE TO EQ-KEY-OUTSIDE-COURSE.
           READ EQUIVALENCY-FILE
               INVALID KEY
                   PERFORM 730-ACCEPT-QUEUE-DECISION
               NOT INVALID KEY
                   DISPLAY "  NOW EQUIVALENT TO " EQ-COURSE-CODE
                       " - POSTS ON THE NEXT TRNSFPST RUN"
           END-READ.

       730-ACCEPT-QUEUE-DECISION.
           MOVE SPACE TO WS-DECISION.
           PERFORM UNTIL WS-DECISION = "E" OR WS-DECISION = "D"
                   OR WS-DECISION = "S"
               DISPLAY "Enter equivalent, Decline or Skip? (E/D/S): "
                   WITH NO ADVANCING
               ACCEPT WS-DECISION
               IF WS-DECISION NOT = "E" AND WS-DECISION NOT = "D"
                       AND WS-DECISION NOT = "S"
                   DISPLAY "Error: enter E, D or S."
               END-IF
           END-PERFORM.
           EVALUATE WS-DECISION
               WHEN "E"
                   MOVE TE-KEY-INSTITUTION TO WS-INSTITUTION
                   MOVE TE-KEY-OUTSIDE-COURSE TO WS-OUTSIDE-COURSE
                   PERFORM 330-ACCEPT-COURSE-CODE
                   PERFORM 340-WRITE-EQUIVALENCY
               WHEN "D"
                   DELETE EVALUATION-QUEUE RECORD
                   DISPLAY "TRANSFER-EQUIV-MAINT: DECLINED, NO CREDIT"
           END-EVALUATE.
