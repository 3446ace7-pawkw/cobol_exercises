      ******************************************************************
      * Year-end rollover batch
      * Run once a year after TERMCLS has closed the final term, to
      * open the next school year: every active student is moved up
      * to the next CLASS-SECTION named for their section on the
      * promotion mapping PROMOTE.DAT (PROMREC), and their live
      * PM-COURSES table is cleared for the new year's enrollment.
      * Section seats come back with the move, since enrollment is
      * counted off PM-CLASS-SECTION, and the section waitlists on
      * WAITLST.DAT are emptied - last year's queue is for seats that
      * no longer exist.
      * The closing term is the CLOSE-TERM TERMCLS ran with, off
      * BATCHPRM.DAT. A first pass over the master changes nothing and
      * refuses the run if any live course of an active student is
      * not on GRADE-HISTORY under that term (clearing it would lose
      * the year's scores), if an active student's section is missing
      * from the mapping, or if the mapping itself is bad (a section
      * mapped twice, or mapped to a section not on SECTION-MASTER).
      * A term already on the rollover log YEARROLL.DAT is refused
      * too - a second run would promote everyone again.
      * A section mapped to blanks is a final-year section; its
      * students keep their section (SEPBATCH separates them once they
      * are marked graduated) but still have their courses cleared.
      * Graduated and withdrawn students are not touched.
      * Each student changed is journaled to PERSONJL.DAT as a C with
      * before/after images under operator YEARROLL, so JRNLRPLY
      * redoes the rollover on a restored master. The waitlist entries
      * removed are listed on YEARROLL.RPT, which also shows each
      * section's active students before and after the move and the
      * waitlist count cleared.
      * Every component score on CMPSCORE.DAT is deleted as well. The
      * scores carry no term, and course codes recur every year, so
      * a student enrolled again in a component-graded course would
      * otherwise have last year's components weighed by CMPROLL into
      * the new course score. The year's result is already on
      * GRADE-HISTORY. The count deleted is shown on YEARROLL.RPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEARROLL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSON-MASTER ASSIGN TO "PERSONMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PERSON-ID
               ALTERNATE RECORD KEY IS PM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT GRADE-HISTORY ASSIGN TO "GRADEHIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GH-GRADE-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT SECTION-MASTER ASSIGN TO "SECTMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-SECTION-CODE
               FILE STATUS IS WS-SECTION-STATUS.

           SELECT WAITLIST-FILE ASSIGN TO "WAITLST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-WAITLIST-KEY
               FILE STATUS IS WS-WAITLIST-STATUS.

           SELECT SCORE-FILE ASSIGN TO "CMPSCORE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-SCORE-KEY
               FILE STATUS IS WS-SCORE-STATUS.

           SELECT PROMOTION-FILE ASSIGN TO "PROMOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMOTION-STATUS.

           SELECT ROLLOVER-LOG ASSIGN TO "YEARROLL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT ROLLOVER-REPORT ASSIGN TO "YEARROLL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "PERSONJL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSON-MASTER.
           COPY PERSONREC REPLACING ==:PFX:== BY ==PM-==.

       FD  GRADE-HISTORY.
           COPY GRADEREC REPLACING ==:PFX:== BY ==GH-==.

       FD  SECTION-MASTER.
           COPY SECTREC REPLACING ==:PFX:== BY ==SM-==.

       FD  WAITLIST-FILE.
           COPY WAITREC REPLACING ==:PFX:== BY ==WL-==.

       FD  SCORE-FILE.
           COPY CMPSREC REPLACING ==:PFX:== BY ==CS-==.

       FD  PROMOTION-FILE.
           COPY PROMREC REPLACING ==:PFX:== BY ==PN-==.

       FD  ROLLOVER-LOG.
           COPY YROLLREC REPLACING ==:PFX:== BY ==YR-==.

       FD  ROLLOVER-REPORT.
       01  ROLLOVER-REPORT-LINE PICTURE x(80).

       FD  JOURNAL-FILE.
           COPY JRNLREC REPLACING ==:PFX:== BY ==JR-==.

       WORKING-STORAGE SECTION.
           COPY JRNLREC REPLACING ==:PFX:== BY ==JW-==.
           COPY PARMRQ REPLACING ==:PFX:== BY ==PR-==.
       01  WS-MASTER-STATUS     PICTURE xx VALUE "00".
       01  WS-HISTORY-STATUS    PICTURE xx VALUE "00".
       01  WS-SECTION-STATUS    PICTURE xx VALUE "00".
       01  WS-WAITLIST-STATUS   PICTURE xx VALUE "00".
       01  WS-SCORE-STATUS      PICTURE xx VALUE "00".
       01  WS-PROMOTION-STATUS  PICTURE xx VALUE "00".
       01  WS-LOG-STATUS        PICTURE xx VALUE "00".
       01  WS-REPORT-STATUS     PICTURE xx VALUE "00".
       01  WS-JOURNAL-STATUS    PICTURE xx VALUE "00".
       01  WS-EOF-SWITCH        PICTURE x VALUE "N".
           88  WS-END-OF-FILE       VALUE "Y".
       01  WS-WAITLIST-OK-SWITCH PICTURE x VALUE "N".
           88  WS-WAITLIST-OK       VALUE "Y".
       01  WS-FOUND-SWITCH      PICTURE x VALUE "N".
           88  WS-FOUND             VALUE "Y".
       01  WS-CURRENT-DATE-TIME PICTURE x(21).
       01  WS-RUN-DATE          PICTURE 9(8) VALUE ZEROES.
       01  WS-CLOSE-TERM        PICTURE x(6) VALUE SPACES.
       01  WS-REJECT-REASON     PICTURE x(40) VALUE SPACES.
       01  WS-PROBLEM-COUNT     PICTURE 9(5) VALUE ZEROES.
       01  WS-SUBSCRIPT         PICTURE 99 VALUE ZERO.
       01  WS-MAP-SUB           PICTURE 9(3) VALUE ZEROES.
       01  WS-SECTION-SUB       PICTURE 9(3) VALUE ZEROES.
       01  WS-WORK-SECTION      PICTURE x(4) VALUE SPACES.
       01  WS-NEW-SECTION       PICTURE x(4) VALUE SPACES.
      ******************************************************************
      * The promotion mapping, loaded whole before anything is read.
      ******************************************************************
       01  WS-MAP-COUNT         PICTURE 9(3) VALUE ZEROES.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 200 TIMES.
               10  WS-MAP-FROM      PICTURE x(4).
               10  WS-MAP-TO        PICTURE x(4).
      ******************************************************************
      * One slot per section seen, on SECTION-MASTER or carried by an
      * active student, for the before/after counts.
      ******************************************************************
       01  WS-SECTION-COUNT     PICTURE 9(3) VALUE ZEROES.
       01  WS-SECTION-TABLE.
           05  WS-SECTION-ENTRY OCCURS 300 TIMES.
               10  WS-ST-CODE       PICTURE x(4).
               10  WS-ST-BEFORE     PICTURE 9(5).
               10  WS-ST-AFTER      PICTURE 9(5).
               10  WS-ST-WAITING    PICTURE 9(5).
       01  WS-STUDENTS-READ     PICTURE 9(7) VALUE ZEROES.
       01  WS-STUDENTS-PROMOTED PICTURE 9(7) VALUE ZEROES.
       01  WS-STUDENTS-KEPT     PICTURE 9(7) VALUE ZEROES.
       01  WS-COURSES-CLEARED   PICTURE 9(7) VALUE ZEROES.
       01  WS-STUDENTS-JOURNALED PICTURE 9(7) VALUE ZEROES.
       01  WS-WAITLIST-CLEARED  PICTURE 9(7) VALUE ZEROES.
       01  WS-SCORES-CLEARED    PICTURE 9(7) VALUE ZEROES.
       01  WS-TOTAL-BEFORE      PICTURE 9(7) VALUE ZEROES.
       01  WS-TOTAL-AFTER       PICTURE 9(7) VALUE ZEROES.
       01  WS-COUNT-LINE.
           05  FILLER           PICTURE x(2) VALUE SPACES.
           05  WS-CL-SECTION    PICTURE x(4).
           05  FILLER           PICTURE x(4) VALUE SPACES.
           05  WS-CL-BEFORE     PICTURE ZZ,ZZ9.
           05  FILLER           PICTURE x(4) VALUE SPACES.
           05  WS-CL-AFTER      PICTURE ZZ,ZZ9.
           05  FILLER           PICTURE x(4) VALUE SPACES.
           05  WS-CL-WAITING    PICTURE ZZ,ZZ9.
           05  FILLER           PICTURE x(4) VALUE SPACES.
           05  WS-CL-MAPPED-TO  PICTURE x(12).
       01  WS-PROBLEM-LINE.
           05  FILLER           PICTURE x(2) VALUE SPACES.
           05  WS-PL-PERSON-ID  PICTURE 9(6).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-PL-SECTION    PICTURE x(4).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-PL-COURSE     PICTURE x(4).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-PL-REASON     PICTURE x(40).
       01  WS-WAITLIST-LINE.
           05  FILLER           PICTURE x(2) VALUE SPACES.
           05  WS-WL-SECTION    PICTURE x(4).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-WL-SEQ        PICTURE 9(4).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-WL-PERSON-ID  PICTURE 9(6).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-WL-QUEUED     PICTURE x(21).

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 100-INITIALIZE.
           PERFORM 200-CHECK-STUDENTS.
           IF WS-PROBLEM-COUNT > ZERO
               PERFORM 290-REFUSE-RUN
           ELSE
               PERFORM 300-PROMOTE-STUDENTS
               PERFORM 400-CLEAR-WAITLISTS
               PERFORM 450-CLEAR-COMPONENT-SCORES
               PERFORM 500-WRITE-ROLLOVER-LOG
               PERFORM 600-PRINT-COUNTS
           END-IF.
           PERFORM 900-TERMINATE.
           STOP RUN.

      ******************************************************************
      * Term first, then the rollover log, so a repeat run stops
      * before any master file is opened.
      ******************************************************************
       100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-RUN-DATE.
           MOVE "CLOSE-TERM" TO PR-KEYWORD.
           CALL "PARMGET" USING PR-PARM-REQUEST.
           IF NOT PR-PARM-FOUND OR PR-PARM-VALUE = SPACES
               DISPLAY "YEARROLL: CLOSE-TERM NOT ON BATCHPRM.DAT, "
                   "RUN ABORTED"
               STOP RUN
           END-IF.
           MOVE PR-PARM-VALUE (1:6) TO WS-CLOSE-TERM.
           DISPLAY "YEARROLL: ROLLING OVER AFTER TERM " WS-CLOSE-TERM
               " (FROM BATCHPRM.DAT)".
           PERFORM 110-CHECK-ROLLOVER-LOG.
           OPEN OUTPUT ROLLOVER-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "YEARROLL: UNABLE TO OPEN ROLLOVER-REPORT, "
                   "STATUS " WS-REPORT-STATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO ROLLOVER-REPORT-LINE.
           STRING "YEAR-END ROLLOVER AFTER TERM " DELIMITED BY SIZE
               WS-CLOSE-TERM DELIMITED BY SIZE
               "  RUN DATE " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO ROLLOVER-REPORT-LINE.
           WRITE ROLLOVER-REPORT-LINE.
           MOVE SPACES TO ROLLOVER-REPORT-LINE.
           WRITE ROLLOVER-REPORT-LINE.
           OPEN I-O PERSON-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "YEARROLL: UNABLE TO OPEN PERSON-MASTER, STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT GRADE-HISTORY.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "YEARROLL: UNABLE TO OPEN GRADE-HISTORY, STATUS "
                   WS-HISTORY-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT SECTION-MASTER.
           IF WS-SECTION-STATUS NOT = "00"
               DISPLAY "YEARROLL: UNABLE TO OPEN SECTION-MASTER, "
                   "STATUS " WS-SECTION-STATUS
               STOP RUN
           END-IF.
           OPEN I-O WAITLIST-FILE.
           IF WS-WAITLIST-STATUS = "00"
               SET WS-WAITLIST-OK TO TRUE
           END-IF.
           PERFORM 120-LOAD-SECTIONS.
           PERFORM 130-LOAD-PROMOTION-MAP.

       110-CHECK-ROLLOVER-LOG.
           OPEN INPUT ROLLOVER-LOG.
           IF WS-LOG-STATUS = "00"
               SET WS-EOF-SWITCH TO "N"
               PERFORM UNTIL WS-END-OF-FILE
                   READ ROLLOVER-LOG
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF YR-CLOSE-TERM = WS-CLOSE-TERM
                               DISPLAY "YEARROLL: TERM " WS-CLOSE-TERM
                                   " ALREADY ROLLED OVER ON "
                                   YR-RUN-DATE ", RUN ABORTED"
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROLLOVER-LOG
           END-IF.

       120-LOAD-SECTIONS.
           MOVE ZEROES TO WS-SECTION-COUNT.
           SET WS-EOF-SWITCH TO "N".
           PERFORM UNTIL WS-END-OF-FILE
               READ SECTION-MASTER NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE SM-SECTION-CODE TO WS-WORK-SECTION
                       PERFORM 700-FIND-SECTION-SLOT
               END-READ
           END-PERFORM.

      ******************************************************************
      * Mapping problems are listed with the student problems and
      * refuse the run the same way.
      ******************************************************************
       130-LOAD-PROMOTION-MAP.
           OPEN INPUT PROMOTION-FILE.
           IF WS-PROMOTION-STATUS NOT = "00"
               DISPLAY "YEARROLL: UNABLE TO OPEN PROMOTION-FILE, "
                   "STATUS " WS-PROMOTION-STATUS
               STOP RUN
           END-IF.
           MOVE ZEROES TO WS-MAP-COUNT.
           SET WS-EOF-SWITCH TO "N".
           PERFORM UNTIL WS-END-OF-FILE
               READ PROMOTION-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 140-ADD-MAP-ENTRY
               END-READ
           END-PERFORM.
           CLOSE PROMOTION-FILE.

       140-ADD-MAP-ENTRY.
           MOVE PN-FROM-SECTION TO WS-WORK-SECTION.
           PERFORM 710-FIND-MAP-ENTRY.
           MOVE ZEROES TO WS-PL-PERSON-ID.
           MOVE PN-FROM-SECTION TO WS-PL-SECTION.
           MOVE PN-TO-SECTION TO WS-PL-COURSE.
           EVALUATE TRUE
               WHEN PN-FROM-SECTION = SPACES
                   CONTINUE
               WHEN WS-FOUND
                   MOVE "SECTION MAPPED MORE THAN ONCE" TO
                       WS-REJECT-REASON
                   PERFORM 280-WRITE-PROBLEM-LINE
               WHEN WS-MAP-COUNT >= 200
                   MOVE "MAPPING TABLE FULL (200)" TO WS-REJECT-REASON
                   PERFORM 280-WRITE-PROBLEM-LINE
               WHEN OTHER
                   IF PN-TO-SECTION NOT = SPACES
                       MOVE PN-TO-SECTION TO SM-SECTION-CODE
                       READ SECTION-MASTER
                           INVALID KEY
                               MOVE "TO-SECTION NOT ON SECTION-MASTER"
                                   TO WS-REJECT-REASON
                               PERFORM 280-WRITE-PROBLEM-LINE
                       END-READ
                   END-IF
                   ADD 1 TO WS-MAP-COUNT
                   MOVE PN-FROM-SECTION TO WS-MAP-FROM (WS-MAP-COUNT)
                   MOVE PN-TO-SECTION TO WS-MAP-TO (WS-MAP-COUNT)
           END-EVALUATE.

      ******************************************************************
      * Pass one: nothing is written. Every active student's section
      * must be mapped and every live course must be on history under
      * the closing term; the before counts are taken on the way.
      ******************************************************************
       200-CHECK-STUDENTS.
           SET WS-EOF-SWITCH TO "N".
           PERFORM UNTIL WS-END-OF-FILE
               READ PERSON-MASTER NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF NOT PM-STATUS-SEPARATED
                           ADD 1 TO WS-STUDENTS-READ
                           PERFORM 210-CHECK-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM.

       210-CHECK-ONE-STUDENT.
           MOVE PM-CLASS-SECTION TO WS-WORK-SECTION.
           PERFORM 700-FIND-SECTION-SLOT.
           IF WS-SECTION-SUB > ZERO
               ADD 1 TO WS-ST-BEFORE (WS-SECTION-SUB)
           END-IF.
           ADD 1 TO WS-TOTAL-BEFORE.
           MOVE PM-PERSON-ID TO WS-PL-PERSON-ID.
           MOVE PM-CLASS-SECTION TO WS-PL-SECTION.
           MOVE SPACES TO WS-PL-COURSE.
           IF PM-CLASS-SECTION NOT = SPACES
               PERFORM 710-FIND-MAP-ENTRY
               IF NOT WS-FOUND
                   MOVE "SECTION NOT ON PROMOTION MAPPING" TO
                       WS-REJECT-REASON
                   PERFORM 280-WRITE-PROBLEM-LINE
               END-IF
           END-IF.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > PM-COURSE-COUNT
               MOVE PM-PERSON-ID TO GH-KEY-PERSON-ID
               MOVE WS-CLOSE-TERM TO GH-KEY-TERM
               MOVE PM-COURSE-CODE (WS-SUBSCRIPT) TO
                   GH-KEY-COURSE-CODE
               READ GRADE-HISTORY
                   INVALID KEY
                       MOVE PM-COURSE-CODE (WS-SUBSCRIPT) TO
                           WS-PL-COURSE
                       MOVE "COURSE NOT ON HISTORY FOR CLOSING TERM"
                           TO WS-REJECT-REASON
                       PERFORM 280-WRITE-PROBLEM-LINE
               END-READ
           END-PERFORM.

       280-WRITE-PROBLEM-LINE.
           IF WS-PROBLEM-COUNT = ZERO
               MOVE "  ID     SECT COUR PROBLEM" TO
                   ROLLOVER-REPORT-LINE
               WRITE ROLLOVER-REPORT-LINE
           END-IF.
           ADD 1 TO WS-PROBLEM-COUNT.
           MOVE WS-REJECT-REASON TO WS-PL-REASON.
           MOVE WS-PROBLEM-LINE TO ROLLOVER-REPORT-LINE.
           WRITE ROLLOVER-REPORT-LINE.

       290-REFUSE-RUN.
           MOVE SPACES TO ROLLOVER-REPORT-LINE.
           WRITE ROLLOVER-REPORT-LINE.
           MOVE SPACES TO ROLLOVER-REPORT-LINE.
           STRING "ROLLOVER REFUSED - " DELIMITED BY SIZE
               WS-PROBLEM-COUNT DELIMITED BY SIZE
               " PROBLEMS, NOTHING CHANGED" DELIMITED BY SIZE
               INTO ROLLOVER-REPORT-LINE.
           WRITE ROLLOVER-REPORT-LINE.
           DISPLAY "YEARROLL: " WS-PROBLEM-COUNT " PROBLEMS LISTED ON "
               "YEARROLL.RPT, ROLLOVER REFUSED - NOTHING CHANGED".

      ******************************************************************
      * Pass two: each active student is re-sectioned, has the course
      * table emptied, is rewritten and is journaled.
      ******************************************************************
       300-PROMOTE-STUDENTS.
           MOVE ZEROES TO PM-PERSON-ID.
           SET WS-EOF-SWITCH TO "N".
           START PERSON-MASTER KEY IS NOT LESS THAN PM-PERSON-ID
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-FILE
               READ PERSON-MASTER NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF NOT PM-STATUS-SEPARATED
                           PERFORM 310-PROMOTE-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM.

       310-PROMOTE-ONE-STUDENT.
           MOVE SPACES TO JW-BEFORE-IMAGE.
           MOVE PM-PERSON TO JW-BEFORE-IMAGE.
           MOVE PM-CLASS-SECTION TO WS-NEW-SECTION.
           IF PM-CLASS-SECTION NOT = SPACES
               MOVE PM-CLASS-SECTION TO WS-WORK-SECTION
               PERFORM 710-FIND-MAP-ENTRY
               IF WS-MAP-TO (WS-MAP-SUB) NOT = SPACES
                   MOVE WS-MAP-TO (WS-MAP-SUB) TO WS-NEW-SECTION
               END-IF
           END-IF.
           IF WS-NEW-SECTION NOT = PM-CLASS-SECTION
               ADD 1 TO WS-STUDENTS-PROMOTED
           ELSE
               ADD 1 TO WS-STUDENTS-KEPT
           END-IF.
           ADD PM-COURSE-COUNT TO WS-COURSES-CLEARED.
           MOVE WS-NEW-SECTION TO PM-CLASS-SECTION.
           MOVE ZEROES TO PM-COURSE-COUNT.
           MOVE WS-NEW-SECTION TO WS-WORK-SECTION.
           PERFORM 700-FIND-SECTION-SLOT.
           IF WS-SECTION-SUB > ZERO
               ADD 1 TO WS-ST-AFTER (WS-SECTION-SUB)
           END-IF.
           ADD 1 TO WS-TOTAL-AFTER.
           IF JW-BEFORE-IMAGE NOT = PM-PERSON
               REWRITE PM-PERSON
               IF WS-MASTER-STATUS NOT = "00"
                   DISPLAY "YEARROLL: REWRITE FAILED FOR ID "
                       PM-PERSON-ID ", STATUS " WS-MASTER-STATUS
               ELSE
                   MOVE "C" TO JW-OPERATION
                   MOVE SPACES TO JW-AFTER-IMAGE
                   MOVE PM-PERSON TO JW-AFTER-IMAGE
                   PERFORM 800-WRITE-JOURNAL
               END-IF
           END-IF.

      ******************************************************************
      * Each waitlist entry is listed and deleted. The file is started
      * afresh for every delete rather than deleting under a read
      * cursor, the reasoning SEPBATCH gives for its two passes.
      ******************************************************************
       400-CLEAR-WAITLISTS.
           IF WS-WAITLIST-OK
               MOVE SPACES TO ROLLOVER-REPORT-LINE
               MOVE "WAITLIST ENTRIES CLEARED" TO ROLLOVER-REPORT-LINE
               WRITE ROLLOVER-REPORT-LINE
               MOVE "  SECT SEQ  ID     QUEUED" TO
                   ROLLOVER-REPORT-LINE
               WRITE ROLLOVER-REPORT-LINE
               SET WS-EOF-SWITCH TO "N"
               PERFORM UNTIL WS-END-OF-FILE
                   MOVE LOW-VALUES TO WL-WAITLIST-KEY
                   START WAITLIST-FILE KEY IS NOT LESS THAN
                           WL-WAITLIST-KEY
                       INVALID KEY
                           SET WS-END-OF-FILE TO TRUE
                   END-START
                   IF NOT WS-END-OF-FILE
                       READ WAITLIST-FILE NEXT RECORD
                           AT END
                               SET WS-END-OF-FILE TO TRUE
                           NOT AT END
                               PERFORM 410-CLEAR-ONE-ENTRY
                       END-READ
                   END-IF
               END-PERFORM
               MOVE SPACES TO ROLLOVER-REPORT-LINE
               WRITE ROLLOVER-REPORT-LINE
           END-IF.

       410-CLEAR-ONE-ENTRY.
           MOVE WL-KEY-SECTION-CODE TO WS-WL-SECTION.
           MOVE WL-KEY-ARRIVAL-SEQ TO WS-WL-SEQ.
           MOVE WL-PERSON-ID TO WS-WL-PERSON-ID.
           MOVE WL-QUEUED-TIME TO WS-WL-QUEUED.
           MOVE WS-WAITLIST-LINE TO ROLLOVER-REPORT-LINE.
           WRITE ROLLOVER-REPORT-LINE.
           MOVE WL-KEY-SECTION-CODE TO WS-WORK-SECTION.
           PERFORM 700-FIND-SECTION-SLOT.
           IF WS-SECTION-SUB > ZERO
               ADD 1 TO WS-ST-WAITING (WS-SECTION-SUB)
           END-IF.
           DELETE WAITLIST-FILE RECORD
               INVALID KEY
                   DISPLAY "YEARROLL: WAITLIST DELETE FAILED, "
                       WL-KEY-SECTION-CODE " " WL-KEY-ARRIVAL-SEQ
                   SET WS-END-OF-FILE TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-WAITLIST-CLEARED
           END-DELETE.

      ******************************************************************
      * Every component score goes, by the same start-afresh loop as
      * the waitlist. No CMPSCORE.DAT means no component-graded
      * course has been posted, and there is nothing to clear.
      ******************************************************************
       450-CLEAR-COMPONENT-SCORES.
           OPEN I-O SCORE-FILE.
           IF WS-SCORE-STATUS = "00"
               SET WS-EOF-SWITCH TO "N"
               PERFORM UNTIL WS-END-OF-FILE
                   MOVE LOW-VALUES TO CS-SCORE-KEY
                   START SCORE-FILE KEY IS NOT LESS THAN CS-SCORE-KEY
                       INVALID KEY
                           SET WS-END-OF-FILE TO TRUE
                   END-START
                   IF NOT WS-END-OF-FILE
                       READ SCORE-FILE NEXT RECORD
                           AT END
                               SET WS-END-OF-FILE TO TRUE
                           NOT AT END
                               PERFORM 460-CLEAR-ONE-SCORE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE SCORE-FILE
           ELSE
               IF WS-SCORE-STATUS NOT = "35"
                   DISPLAY "YEARROLL: UNABLE TO OPEN CMPSCORE.DAT, "
                       "STATUS " WS-SCORE-STATUS
                       " - COMPONENT SCORES NOT CLEARED"
               END-IF
           END-IF.

       460-CLEAR-ONE-SCORE.
           DELETE SCORE-FILE RECORD
               INVALID KEY
                   DISPLAY "YEARROLL: COMPONENT SCORE DELETE FAILED, "
                       CS-KEY-PERSON-ID " " CS-KEY-COURSE-CODE " "
                       CS-KEY-COMPONENT-CODE
                   SET WS-END-OF-FILE TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-SCORES-CLEARED
           END-DELETE.

       500-WRITE-ROLLOVER-LOG.
           OPEN EXTEND ROLLOVER-LOG.
           IF WS-LOG-STATUS = "05" OR "35"
               OPEN OUTPUT ROLLOVER-LOG
           END-IF.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "YEARROLL: ROLLOVER-LOG NOT WRITTEN, STATUS "
                   WS-LOG-STATUS " - A RERUN WILL NOT BE REFUSED"
           ELSE
               MOVE SPACES TO YR-ROLLOVER-RECORD
               MOVE WS-CLOSE-TERM TO YR-CLOSE-TERM
               MOVE WS-RUN-DATE TO YR-RUN-DATE
               MOVE WS-STUDENTS-PROMOTED TO YR-STUDENTS-MOVED
               WRITE YR-ROLLOVER-RECORD
               CLOSE ROLLOVER-LOG
           END-IF.

       600-PRINT-COUNTS.
           MOVE "ACTIVE STUDENTS BY SECTION" TO ROLLOVER-REPORT-LINE.
           WRITE ROLLOVER-REPORT-LINE.
           MOVE "  SECT      BEFORE     AFTER   WAITLIST    PROMOTES TO"
               TO ROLLOVER-REPORT-LINE.
           WRITE ROLLOVER-REPORT-LINE.
           PERFORM VARYING WS-SECTION-SUB FROM 1 BY 1
                   UNTIL WS-SECTION-SUB > WS-SECTION-COUNT
               PERFORM 610-PRINT-SECTION-LINE
           END-PERFORM.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "ALL " TO WS-CL-SECTION.
           MOVE WS-TOTAL-BEFORE TO WS-CL-BEFORE.
           MOVE WS-TOTAL-AFTER TO WS-CL-AFTER.
           MOVE WS-WAITLIST-CLEARED TO WS-CL-WAITING.
           MOVE WS-COUNT-LINE TO ROLLOVER-REPORT-LINE.
           WRITE ROLLOVER-REPORT-LINE.
           MOVE SPACES TO ROLLOVER-REPORT-LINE.
           WRITE ROLLOVER-REPORT-LINE.
           MOVE SPACES TO ROLLOVER-REPORT-LINE.
           STRING "PROMOTED " DELIMITED BY SIZE
               WS-STUDENTS-PROMOTED DELIMITED BY SIZE
               "  KEPT IN SECTION " DELIMITED BY SIZE
               WS-STUDENTS-KEPT DELIMITED BY SIZE
               "  COURSES CLEARED " DELIMITED BY SIZE
               WS-COURSES-CLEARED DELIMITED BY SIZE
               INTO ROLLOVER-REPORT-LINE.
           WRITE ROLLOVER-REPORT-LINE.
           MOVE SPACES TO ROLLOVER-REPORT-LINE.
           STRING "COMPONENT SCORES CLEARED " DELIMITED BY SIZE
               WS-SCORES-CLEARED DELIMITED BY SIZE
               INTO ROLLOVER-REPORT-LINE.
           WRITE ROLLOVER-REPORT-LINE.

       610-PRINT-SECTION-LINE.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE WS-ST-CODE (WS-SECTION-SUB) TO WS-CL-SECTION.
           MOVE WS-ST-BEFORE (WS-SECTION-SUB) TO WS-CL-BEFORE.
           MOVE WS-ST-AFTER (WS-SECTION-SUB) TO WS-CL-AFTER.
           MOVE WS-ST-WAITING (WS-SECTION-SUB) TO WS-CL-WAITING.
           MOVE WS-ST-CODE (WS-SECTION-SUB) TO WS-WORK-SECTION.
           PERFORM 710-FIND-MAP-ENTRY.
           EVALUATE TRUE
               WHEN NOT WS-FOUND
                   MOVE "(NOT MAPPED)" TO WS-CL-MAPPED-TO
               WHEN WS-MAP-TO (WS-MAP-SUB) = SPACES
                   MOVE "FINAL YEAR" TO WS-CL-MAPPED-TO
               WHEN OTHER
                   MOVE WS-MAP-TO (WS-MAP-SUB) TO WS-CL-MAPPED-TO
           END-EVALUATE.
           MOVE WS-COUNT-LINE TO ROLLOVER-REPORT-LINE.
           WRITE ROLLOVER-REPORT-LINE.

      ******************************************************************
      * Leaves WS-SECTION-SUB on WS-WORK-SECTION's slot, adding the
      * slot when the section has not been seen; zero when the table
      * is full.
      ******************************************************************
       700-FIND-SECTION-SLOT.
           SET WS-FOUND-SWITCH TO "N".
           PERFORM VARYING WS-SECTION-SUB FROM 1 BY 1
                   UNTIL WS-SECTION-SUB > WS-SECTION-COUNT OR WS-FOUND
               IF WS-ST-CODE (WS-SECTION-SUB) = WS-WORK-SECTION
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-SECTION-SUB
           ELSE
               IF WS-SECTION-COUNT < 300
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE WS-SECTION-COUNT TO WS-SECTION-SUB
                   MOVE WS-WORK-SECTION TO WS-ST-CODE (WS-SECTION-SUB)
                   MOVE ZEROES TO WS-ST-BEFORE (WS-SECTION-SUB)
                   MOVE ZEROES TO WS-ST-AFTER (WS-SECTION-SUB)
                   MOVE ZEROES TO WS-ST-WAITING (WS-SECTION-SUB)
               ELSE
                   MOVE ZEROES TO WS-SECTION-SUB
               END-IF
           END-IF.

      ******************************************************************
      * Sets WS-FOUND with WS-MAP-SUB on WS-WORK-SECTION's mapping.
      ******************************************************************
       710-FIND-MAP-ENTRY.
           SET WS-FOUND-SWITCH TO "N".
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
                   UNTIL WS-MAP-SUB > WS-MAP-COUNT OR WS-FOUND
               IF WS-MAP-FROM (WS-MAP-SUB) = WS-WORK-SECTION
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-MAP-SUB
           END-IF.

      ******************************************************************
      * Same journal entry GRADEPST writes, under this program's name.
      ******************************************************************
       800-WRITE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME TO JW-TIMESTAMP.
           MOVE "YEARROLL" TO JW-OPERATOR-ID.
           MOVE PM-PERSON-ID TO JW-PERSON-ID.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "05" OR "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "YEARROLL: JOURNAL NOT WRITTEN FOR ID "
                   JW-PERSON-ID ", OPEN STATUS " WS-JOURNAL-STATUS
                   " - MASTER IS UPDATED BUT UNJOURNALED"
           ELSE
               MOVE JW-JOURNAL-RECORD TO JR-JOURNAL-RECORD
               WRITE JR-JOURNAL-RECORD
               IF WS-JOURNAL-STATUS NOT = "00"
                   DISPLAY "YEARROLL: JOURNAL WRITE FAILED FOR ID "
                       JW-PERSON-ID ", STATUS " WS-JOURNAL-STATUS
                       " - MASTER IS UPDATED BUT UNJOURNALED"
               ELSE
                   ADD 1 TO WS-STUDENTS-JOURNALED
               END-IF
               CLOSE JOURNAL-FILE
           END-IF.

       900-TERMINATE.
           CLOSE PERSON-MASTER.
           CLOSE GRADE-HISTORY.
           CLOSE SECTION-MASTER.
           IF WS-WAITLIST-OK
               CLOSE WAITLIST-FILE
           END-IF.
           CLOSE ROLLOVER-REPORT.
           DISPLAY "YEARROLL: ACTIVE STUDENTS   " WS-STUDENTS-READ.
           DISPLAY "YEARROLL: PROMOTED          " WS-STUDENTS-PROMOTED.
           DISPLAY "YEARROLL: KEPT IN SECTION   " WS-STUDENTS-KEPT.
           DISPLAY "YEARROLL: COURSES CLEARED   " WS-COURSES-CLEARED.
           DISPLAY "YEARROLL: STUDENTS JOURNALED "
               WS-STUDENTS-JOURNALED.
           DISPLAY "YEARROLL: WAITLIST CLEARED  " WS-WAITLIST-CLEARED.
           DISPLAY "YEARROLL: COMPONENT SCORES CLEARED "
               WS-SCORES-CLEARED.
