      ******************************************************************
      * PREREQ-MAINT: keeps the course prerequisite rules on
      * PREREQ.DAT and the registrar's per-student overrides on
      * PREOVRD.DAT. A rule says a course may only be added once the
      * student has passed a required course at a minimum score; both
      * codes must be on COURSE-CATALOG. An override lets one student
      * into one course regardless, and records who granted it, when
      * and why - every override on file prints on the PREXCPT
      * exceptions listing. The override screen first runs the same
      * PREREQCK check the enrollment programs use, so nobody records
      * an override a student does not need. PREREQCK opens the rule
      * and override files itself, so this program lets go of both for
      * the length of the call.
      * The operator signs on through SIGNON as a registrar or above
      * before the menu comes up, and the override records the
      * signed-on operator as the one who granted it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREREQ-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREREQ-FILE ASSIGN TO "PREREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PQ-RULE-KEY
               FILE STATUS IS WS-PREREQ-STATUS.

           SELECT OVERRIDE-FILE ASSIGN TO "PREOVRD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-OVERRIDE-KEY
               FILE STATUS IS WS-OVERRIDE-STATUS.

           SELECT COURSE-CATALOG ASSIGN TO "COURSECT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-COURSE-CODE
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT PERSON-MASTER ASSIGN TO "PERSONMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PERSON-ID
               ALTERNATE RECORD KEY IS PM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PREREQ-FILE.
           COPY PREREC REPLACING ==:PFX:== BY ==PQ-==.

       FD  OVERRIDE-FILE.
           COPY OVRDREC REPLACING ==:PFX:== BY ==PO-==.

       FD  COURSE-CATALOG.
           COPY COURSEREC REPLACING ==:PFX:== BY ==CC-==.

       FD  PERSON-MASTER.
           COPY PERSONREC REPLACING ==:PFX:== BY ==PM-==.

       WORKING-STORAGE SECTION.
       01  WS-PREREQ-STATUS   PICTURE xx VALUE "00".
       01  WS-OVERRIDE-STATUS PICTURE xx VALUE "00".
       01  WS-CATALOG-STATUS  PICTURE xx VALUE "00".
       01  WS-MASTER-STATUS   PICTURE xx VALUE "00".
       01  WS-MENU-CHOICE     PICTURE 9 VALUE ZERO.
       01  WS-DONE-SWITCH     PICTURE x VALUE "N".
           88  WS-DONE            VALUE "Y".
       01  WS-OPEN-ERROR-SWITCH PICTURE x VALUE "N".
           88  WS-OPEN-ERROR      VALUE "Y".
       01  WS-REOPEN-ERROR-SWITCH PICTURE x VALUE "N".
           88  WS-REOPEN-ERROR    VALUE "Y".
       01  WS-CODE-VALID-SWITCH PICTURE x VALUE "N".
           88  WS-CODE-VALID      VALUE "Y".
       01  WS-RULE-EOF-SWITCH PICTURE x VALUE "N".
           88  WS-END-OF-RULES    VALUE "Y".
       01  WS-SEARCH-CODE     PICTURE x(4) VALUE SPACES.
       01  WS-COURSE-CODE     PICTURE x(4) VALUE SPACES.
       01  WS-REQUIRED-CODE   PICTURE x(4) VALUE SPACES.
       01  WS-MIN-SCORE       PICTURE 999 VALUE ZEROES.
       01  WS-SEARCH-ID       PICTURE 9(6) VALUE ZEROES.
       01  WS-RULE-COUNT      PICTURE 99 VALUE ZEROES.
       01  WS-CURRENT-DATE-TIME PICTURE x(21).
           COPY PREREQRQ REPLACING ==:PFX:== BY ==PC-==.
           COPY SIGNONRQ REPLACING ==:PFX:== BY ==SO-==.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           MOVE "PREREQ-MAINT" TO SO-PROGRAM-NAME.
           MOVE 2 TO SO-REQUIRED-LEVEL.
           CALL "SIGNON" USING SO-SIGNON-REQUEST.
           IF NOT SO-SIGNED-ON
               SET WS-OPEN-ERROR TO TRUE
           ELSE
               PERFORM 010-OPEN-PREREQ-FILE
           END-IF.
           IF NOT WS-OPEN-ERROR
               PERFORM 020-OPEN-OVERRIDE-FILE
           END-IF.
           IF NOT WS-OPEN-ERROR
               PERFORM 030-OPEN-REFERENCE-FILES
           END-IF.
           IF NOT WS-OPEN-ERROR
               PERFORM UNTIL WS-DONE
                   PERFORM 100-DISPLAY-MENU
                   PERFORM 200-PROCESS-CHOICE
               END-PERFORM
               IF NOT WS-REOPEN-ERROR
                   CLOSE PREREQ-FILE
                   CLOSE OVERRIDE-FILE
               END-IF
               CLOSE COURSE-CATALOG
               CLOSE PERSON-MASTER
           END-IF.
           GOBACK.

       010-OPEN-PREREQ-FILE.
           OPEN I-O PREREQ-FILE.
           IF WS-PREREQ-STATUS = "35"
               CLOSE PREREQ-FILE
               OPEN OUTPUT PREREQ-FILE
               CLOSE PREREQ-FILE
               OPEN I-O PREREQ-FILE
           END-IF.
           IF WS-PREREQ-STATUS NOT = "00"
               DISPLAY "PREREQ-MAINT: UNABLE TO OPEN PREREQ-FILE, "
                   "STATUS " WS-PREREQ-STATUS
               SET WS-OPEN-ERROR TO TRUE
           END-IF.

       020-OPEN-OVERRIDE-FILE.
           OPEN I-O OVERRIDE-FILE.
           IF WS-OVERRIDE-STATUS = "35"
               CLOSE OVERRIDE-FILE
               OPEN OUTPUT OVERRIDE-FILE
               CLOSE OVERRIDE-FILE
               OPEN I-O OVERRIDE-FILE
           END-IF.
           IF WS-OVERRIDE-STATUS NOT = "00"
               DISPLAY "PREREQ-MAINT: UNABLE TO OPEN OVERRIDE-FILE, "
                   "STATUS " WS-OVERRIDE-STATUS
               CLOSE PREREQ-FILE
               SET WS-OPEN-ERROR TO TRUE
           END-IF.

      ******************************************************************
      * Unlike PERSON-MAINT, the catalog and master are required here:
      * a rule or override naming a code or student nobody can check
      * is worse than no rule at all.
      ******************************************************************
       030-OPEN-REFERENCE-FILES.
           OPEN INPUT COURSE-CATALOG.
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "PREREQ-MAINT: UNABLE TO OPEN COURSE-CATALOG, "
                   "STATUS " WS-CATALOG-STATUS
               CLOSE PREREQ-FILE
               CLOSE OVERRIDE-FILE
               SET WS-OPEN-ERROR TO TRUE
           ELSE
               OPEN INPUT PERSON-MASTER
               IF WS-MASTER-STATUS NOT = "00"
                   DISPLAY "PREREQ-MAINT: UNABLE TO OPEN PERSON-MASTER,"
                       " STATUS " WS-MASTER-STATUS
                   CLOSE PREREQ-FILE
                   CLOSE OVERRIDE-FILE
                   CLOSE COURSE-CATALOG
                   SET WS-OPEN-ERROR TO TRUE
               END-IF
           END-IF.

       100-DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "==== COURSE PREREQUISITE MAINTENANCE ====".
           DISPLAY "1. Add prerequisite rule".
           DISPLAY "2. Delete prerequisite rule".
           DISPLAY "3. List rules for a course".
           DISPLAY "4. Record student override".
           DISPLAY "5. Remove student override".
           DISPLAY "6. Exit".
           DISPLAY "Enter choice: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.

       200-PROCESS-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM 300-ADD-RULE
               WHEN 2
                   IF SO-REGISTRAR-OR-ABOVE
                       PERFORM 400-DELETE-RULE
                   ELSE
                       DISPLAY "PREREQ-MAINT: DELETE NEEDS A REGISTRAR "
                           "SIGN-ON"
                   END-IF
               WHEN 3
                   PERFORM 500-LIST-RULES
               WHEN 4
                   PERFORM 600-ADD-OVERRIDE
               WHEN 5
                   IF SO-REGISTRAR-OR-ABOVE
                       PERFORM 700-DELETE-OVERRIDE
                   ELSE
                       DISPLAY "PREREQ-MAINT: DELETE NEEDS A REGISTRAR "
                           "SIGN-ON"
                   END-IF
               WHEN 6
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid choice, please try again."
           END-EVALUATE.

       300-ADD-RULE.
           DISPLAY "Course being restricted - " WITH NO ADVANCING.
           PERFORM 800-ACCEPT-CATALOG-CODE.
           IF WS-CODE-VALID
               MOVE WS-SEARCH-CODE TO WS-COURSE-CODE
               DISPLAY "Required course - " WITH NO ADVANCING
               PERFORM 800-ACCEPT-CATALOG-CODE
           END-IF.
           IF WS-CODE-VALID
               MOVE WS-SEARCH-CODE TO WS-REQUIRED-CODE
               IF WS-REQUIRED-CODE = WS-COURSE-CODE
                   DISPLAY "Error: a course cannot require itself."
               ELSE
                   PERFORM 310-ACCEPT-MIN-SCORE
                   MOVE WS-COURSE-CODE TO PQ-KEY-COURSE-CODE
                   MOVE WS-REQUIRED-CODE TO PQ-KEY-REQUIRED-CODE
                   MOVE WS-MIN-SCORE TO PQ-MIN-SCORE
                   WRITE PQ-PREREQ-RULE
                       INVALID KEY
                           DISPLAY "PREREQ-MAINT: " WS-COURSE-CODE
                               " ALREADY REQUIRES " WS-REQUIRED-CODE
                       NOT INVALID KEY
                           DISPLAY "PREREQ-MAINT: RULE ADDED"
                   END-WRITE
               END-IF
           END-IF.

       310-ACCEPT-MIN-SCORE.
           MOVE 999 TO WS-MIN-SCORE.
           PERFORM UNTIL WS-MIN-SCORE <= 100
               DISPLAY "Minimum score (0-100): " WITH NO ADVANCING
               ACCEPT WS-MIN-SCORE
               IF WS-MIN-SCORE > 100
                   DISPLAY "Error: minimum score must be 0 to 100."
               END-IF
           END-PERFORM.

       400-DELETE-RULE.
           DISPLAY "Course code: " WITH NO ADVANCING.
           ACCEPT PQ-KEY-COURSE-CODE.
           DISPLAY "Required course code: " WITH NO ADVANCING.
           ACCEPT PQ-KEY-REQUIRED-CODE.
           DELETE PREREQ-FILE RECORD
               INVALID KEY
                   DISPLAY "PREREQ-MAINT: NO SUCH RULE"
               NOT INVALID KEY
                   DISPLAY "PREREQ-MAINT: RULE DELETED"
           END-DELETE.

      ******************************************************************
      * Same START-at-the-low-end range scan PERSON-MAINT uses for a
      * person's addresses, keyed on the course code here.
      ******************************************************************
       500-LIST-RULES.
           DISPLAY "Course code: " WITH NO ADVANCING.
           ACCEPT WS-SEARCH-CODE.
           MOVE ZEROES TO WS-RULE-COUNT.
           MOVE WS-SEARCH-CODE TO PQ-KEY-COURSE-CODE.
           MOVE LOW-VALUES TO PQ-KEY-REQUIRED-CODE.
           SET WS-RULE-EOF-SWITCH TO "N".
           START PREREQ-FILE KEY IS NOT LESS THAN PQ-RULE-KEY
               INVALID KEY
                   SET WS-END-OF-RULES TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-RULES
               READ PREREQ-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-RULES TO TRUE
               END-READ
               IF NOT WS-END-OF-RULES
                   IF PQ-KEY-COURSE-CODE NOT = WS-SEARCH-CODE
                       SET WS-END-OF-RULES TO TRUE
                   ELSE
                       ADD 1 TO WS-RULE-COUNT
                       DISPLAY "  REQUIRES " PQ-KEY-REQUIRED-CODE
                           " MIN SCORE " PQ-MIN-SCORE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-RULE-COUNT = 0
               DISPLAY "PREREQ-MAINT: NO PREREQUISITES FOR "
                   WS-SEARCH-CODE
           END-IF.

      ******************************************************************
      * The student and course are proved first, then PREREQCK is
      * asked whether the override is actually needed - a student who
      * has already met the rules, or already holds an override, is
      * told so and nothing is written.
      ******************************************************************
       600-ADD-OVERRIDE.
           DISPLAY "Student ID: " WITH NO ADVANCING.
           ACCEPT WS-SEARCH-ID.
           MOVE WS-SEARCH-ID TO PM-PERSON-ID.
           READ PERSON-MASTER
               INVALID KEY
                   DISPLAY "PREREQ-MAINT: PERSON NOT FOUND, ID "
                       WS-SEARCH-ID
               NOT INVALID KEY
                   DISPLAY "Student: " PM-FIRST-NAME " " PM-LAST-NAME
                   PERFORM 800-ACCEPT-CATALOG-CODE
                   IF WS-CODE-VALID
                       PERFORM 610-CHECK-AND-RECORD
                   END-IF
           END-READ.

       610-CHECK-AND-RECORD.
           MOVE WS-SEARCH-ID TO PC-PERSON-ID.
           MOVE WS-SEARCH-CODE TO PC-COURSE-CODE.
           CLOSE PREREQ-FILE.
           CLOSE OVERRIDE-FILE.
           CALL "PREREQCK" USING PC-PREREQ-REQUEST.
           PERFORM 620-REOPEN-RULE-FILES.
           IF WS-REOPEN-ERROR
               SET WS-DONE TO TRUE
           ELSE
               PERFORM 615-RECORD-IF-NEEDED
           END-IF.

       615-RECORD-IF-NEEDED.
           EVALUATE TRUE
               WHEN PC-PREREQ-MET
                   DISPLAY "PREREQ-MAINT: PREREQUISITES ALREADY MET, "
                       "NO OVERRIDE NEEDED"
               WHEN PC-PREREQ-OVERRIDDEN
                   DISPLAY "PREREQ-MAINT: OVERRIDE ALREADY ON FILE"
               WHEN PC-PREREQ-FILE-ERROR
                   DISPLAY "PREREQ-MAINT: CANNOT CHECK - " PC-REASON
               WHEN OTHER
                   DISPLAY "Not met: " PC-REASON
                   MOVE WS-SEARCH-ID TO PO-KEY-PERSON-ID
                   MOVE WS-SEARCH-CODE TO PO-KEY-COURSE-CODE
                   MOVE SO-OPERATOR-ID TO PO-GRANTED-BY
                   DISPLAY "Reason: " WITH NO ADVANCING
                   MOVE SPACES TO PO-REASON
                   ACCEPT PO-REASON
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
                   MOVE WS-CURRENT-DATE-TIME (1:8) TO PO-GRANTED-DATE
                   WRITE PO-PREREQ-OVERRIDE
                       INVALID KEY
                           DISPLAY "PREREQ-MAINT: OVERRIDE NOT "
                               "WRITTEN, STATUS " WS-OVERRIDE-STATUS
                       NOT INVALID KEY
                           DISPLAY "PREREQ-MAINT: OVERRIDE RECORDED"
                   END-WRITE
           END-EVALUATE.

      ******************************************************************
      * Both files were closed for PREREQCK. If either will not come
      * back the session ends, since nothing more can be maintained.
      ******************************************************************
       620-REOPEN-RULE-FILES.
           OPEN I-O PREREQ-FILE.
           IF WS-PREREQ-STATUS NOT = "00"
               DISPLAY "PREREQ-MAINT: UNABLE TO REOPEN PREREQ-FILE, "
                   "STATUS " WS-PREREQ-STATUS
               SET WS-REOPEN-ERROR TO TRUE
           ELSE
               OPEN I-O OVERRIDE-FILE
               IF WS-OVERRIDE-STATUS NOT = "00"
                   DISPLAY "PREREQ-MAINT: UNABLE TO REOPEN "
                       "OVERRIDE-FILE, STATUS " WS-OVERRIDE-STATUS
                   CLOSE PREREQ-FILE
                   SET WS-REOPEN-ERROR TO TRUE
               END-IF
           END-IF.

       700-DELETE-OVERRIDE.
           DISPLAY "Student ID: " WITH NO ADVANCING.
           ACCEPT PO-KEY-PERSON-ID.
           DISPLAY "Course code: " WITH NO ADVANCING.
           ACCEPT PO-KEY-COURSE-CODE.
           DELETE OVERRIDE-FILE RECORD
               INVALID KEY
                   DISPLAY "PREREQ-MAINT: NO SUCH OVERRIDE"
               NOT INVALID KEY
                   DISPLAY "PREREQ-MAINT: OVERRIDE REMOVED"
           END-DELETE.

      ******************************************************************
      * One prompt, one catalog read - the code must exist but need not
      * be active, so a rule can be set up ahead of a course opening.
      ******************************************************************
       800-ACCEPT-CATALOG-CODE.
           SET WS-CODE-VALID-SWITCH TO "N".
           DISPLAY "Course code: " WITH NO ADVANCING.
           ACCEPT WS-SEARCH-CODE.
           MOVE WS-SEARCH-CODE TO CC-COURSE-CODE.
           READ COURSE-CATALOG
               INVALID KEY
                   DISPLAY "Error: course code not in catalog."
               NOT INVALID KEY
                   SET WS-CODE-VALID TO TRUE
                   DISPLAY "Course name: " CC-COURSE-NAME
           END-READ.
