      ******************************************************************
      * PREREQCK: shared course-prerequisite check subprogram, CALLed
      * by ENRLPST and PERSON-MAINT before a course is added to a
      * student's PM-COURSES table, the way they CALL NEXTID. Reads
      * every rule for the course off PREREQ.DAT and looks for a
      * GRADE-HISTORY entry for the required course, in any term, at
      * or above the rule's minimum score - a retake that finally
      * passed counts. When a rule is not met, PREOVRD.DAT is read for
      * a registrar's override for this student and course. A missing
      * rule file means no course has prerequisites yet; a missing
      * history file means nothing has been passed yet. Files are
      * opened and closed per call, like the parameter file, so an
      * abend in the caller never strands them open.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREREQCK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREREQ-FILE ASSIGN TO "PREREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PQ-RULE-KEY
               FILE STATUS IS WS-PREREQ-STATUS.

           SELECT GRADE-HISTORY ASSIGN TO "GRADEHIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GH-GRADE-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT OVERRIDE-FILE ASSIGN TO "PREOVRD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-OVERRIDE-KEY
               FILE STATUS IS WS-OVERRIDE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PREREQ-FILE.
           COPY PREREC REPLACING ==:PFX:== BY ==PQ-==.

       FD  GRADE-HISTORY.
           COPY GRADEREC REPLACING ==:PFX:== BY ==GH-==.

       FD  OVERRIDE-FILE.
           COPY OVRDREC REPLACING ==:PFX:== BY ==PO-==.

       WORKING-STORAGE SECTION.
       01  WS-PREREQ-STATUS   PICTURE xx VALUE "00".
       01  WS-HISTORY-STATUS  PICTURE xx VALUE "00".
       01  WS-OVERRIDE-STATUS PICTURE xx VALUE "00".
       01  WS-HISTORY-OK-SWITCH PICTURE x VALUE "N".
           88  WS-HISTORY-OK      VALUE "Y".
       01  WS-RULE-EOF-SWITCH PICTURE x VALUE "N".
           88  WS-END-OF-RULES    VALUE "Y".
       01  WS-HISTORY-EOF-SWITCH PICTURE x VALUE "N".
           88  WS-END-OF-HISTORY  VALUE "Y".
       01  WS-PASSED-SWITCH   PICTURE x VALUE "N".
           88  WS-PASSED          VALUE "Y".
       01  WS-UNMET-SWITCH    PICTURE x VALUE "N".
           88  WS-RULE-UNMET      VALUE "Y".

       LINKAGE SECTION.
           COPY PREREQRQ REPLACING ==:PFX:== BY ==LS-==.

       PROCEDURE DIVISION USING LS-PREREQ-REQUEST.
       000-MAIN-PROCEDURE.
           SET LS-PREREQ-MET TO TRUE.
           MOVE SPACES TO LS-MISSING-CODE.
           MOVE ZEROES TO LS-MIN-SCORE.
           MOVE SPACES TO LS-REASON.
           SET WS-UNMET-SWITCH TO "N".
           OPEN INPUT PREREQ-FILE.
           EVALUATE WS-PREREQ-STATUS
               WHEN "00"
                   PERFORM 100-CHECK-RULES
                   CLOSE PREREQ-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   SET LS-PREREQ-FILE-ERROR TO TRUE
                   MOVE "PREREQUISITE FILE UNREADABLE" TO LS-REASON
           END-EVALUATE.
           IF WS-RULE-UNMET AND NOT LS-PREREQ-FILE-ERROR
               PERFORM 300-CHECK-OVERRIDE
           END-IF.
           GOBACK.

       100-CHECK-RULES.
           SET WS-HISTORY-OK-SWITCH TO "N".
           OPEN INPUT GRADE-HISTORY.
           EVALUATE WS-HISTORY-STATUS
               WHEN "00"
                   SET WS-HISTORY-OK TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   SET LS-PREREQ-FILE-ERROR TO TRUE
                   MOVE "GRADE HISTORY UNREADABLE" TO LS-REASON
           END-EVALUATE.
           IF NOT LS-PREREQ-FILE-ERROR
               MOVE LS-COURSE-CODE TO PQ-KEY-COURSE-CODE
               MOVE LOW-VALUES TO PQ-KEY-REQUIRED-CODE
               SET WS-RULE-EOF-SWITCH TO "N"
               START PREREQ-FILE KEY IS NOT LESS THAN PQ-RULE-KEY
                   INVALID KEY
                       SET WS-END-OF-RULES TO TRUE
               END-START
               PERFORM UNTIL WS-END-OF-RULES OR WS-RULE-UNMET
                   READ PREREQ-FILE NEXT RECORD
                       AT END
                           SET WS-END-OF-RULES TO TRUE
                   END-READ
                   IF NOT WS-END-OF-RULES
                       IF PQ-KEY-COURSE-CODE NOT = LS-COURSE-CODE
                           SET WS-END-OF-RULES TO TRUE
                       ELSE
                           PERFORM 200-CHECK-ONE-RULE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-HISTORY-OK
               CLOSE GRADE-HISTORY
           END-IF.

      ******************************************************************
      * Range scan of the student's GRADE-HISTORY, same START-at-the-
      * low-end shape TRNSCRPT uses, looking for the required course
      * at or above the rule's minimum in any term.
      ******************************************************************
       200-CHECK-ONE-RULE.
           SET WS-PASSED-SWITCH TO "N".
           IF WS-HISTORY-OK
               MOVE LS-PERSON-ID TO GH-KEY-PERSON-ID
               MOVE LOW-VALUES TO GH-KEY-TERM
               MOVE LOW-VALUES TO GH-KEY-COURSE-CODE
               SET WS-HISTORY-EOF-SWITCH TO "N"
               START GRADE-HISTORY KEY IS NOT LESS THAN GH-GRADE-KEY
                   INVALID KEY
                       SET WS-END-OF-HISTORY TO TRUE
               END-START
               PERFORM UNTIL WS-END-OF-HISTORY OR WS-PASSED
                   READ GRADE-HISTORY NEXT RECORD
                       AT END
                           SET WS-END-OF-HISTORY TO TRUE
                   END-READ
                   IF NOT WS-END-OF-HISTORY
                       IF GH-KEY-PERSON-ID NOT = LS-PERSON-ID
                           SET WS-END-OF-HISTORY TO TRUE
                       ELSE
                           IF GH-KEY-COURSE-CODE = PQ-KEY-REQUIRED-CODE
                                   AND GH-COURSE-SCORE >= PQ-MIN-SCORE
                               SET WS-PASSED TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF NOT WS-PASSED
               SET WS-RULE-UNMET TO TRUE
               SET LS-PREREQ-NOT-MET TO TRUE
               MOVE PQ-KEY-REQUIRED-CODE TO LS-MISSING-CODE
               MOVE PQ-MIN-SCORE TO LS-MIN-SCORE
               STRING "NEEDS " DELIMITED BY SIZE
                   PQ-KEY-REQUIRED-CODE DELIMITED BY SIZE
                   " SCORE " DELIMITED BY SIZE
                   PQ-MIN-SCORE DELIMITED BY SIZE
                   " OR BETTER" DELIMITED BY SIZE
                   INTO LS-REASON
           END-IF.

       300-CHECK-OVERRIDE.
           OPEN INPUT OVERRIDE-FILE.
           IF WS-OVERRIDE-STATUS = "00"
               MOVE LS-PERSON-ID TO PO-KEY-PERSON-ID
               MOVE LS-COURSE-CODE TO PO-KEY-COURSE-CODE
               READ OVERRIDE-FILE
                   NOT INVALID KEY
                       SET LS-PREREQ-OVERRIDDEN TO TRUE
               END-READ
               CLOSE OVERRIDE-FILE
           END-IF.
