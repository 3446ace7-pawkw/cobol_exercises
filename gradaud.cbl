      ******************************************************************
      * Graduation requirements audit
      * Checks every active student's GRADE-HISTORY against the
      * requirements on GRADREQ.DAT (kept by GRADREQ-MAINT). A course
      * counts at the student's best score in any term, so a retake
      * that passed is credited. Each required course is DONE when
      * that best score reaches the course's own score (or the general
      * passing score when it has none), NOT PASSED when taken but
      * short, NOT TAKEN otherwise. Credit hours earned are the
      * COURSE-CATALOG credit hours of every distinct course passed at
      * the general passing score, weighed the way TRNSCRPT weighs
      * them (one credit for a code the catalog no longer carries).
      * A student with every required course done and the total
      * credit hours earned is eligible to graduate.
      * GRADAUD.RPT carries the audit for every active student, done
      * and missing alike; GRADELIG.RPT lists only the eligible, with a
      * registrar sign-off block - it is the list the registrar signs
      * before PERSON-MAINT status changes to G and before SEPBATCH.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADAUD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUIREMENT-FILE ASSIGN TO "GRADREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GQ-REQUIREMENT-KEY
               FILE STATUS IS WS-REQUIREMENT-STATUS.

           SELECT PERSON-MASTER ASSIGN TO "PERSONMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-PERSON-ID
               ALTERNATE RECORD KEY IS PM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT GRADE-HISTORY ASSIGN TO "GRADEHIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GH-GRADE-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT COURSE-CATALOG ASSIGN TO "COURSECT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-COURSE-CODE
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT AUDIT-REPORT ASSIGN TO "GRADAUD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT ELIGIBLE-REPORT ASSIGN TO "GRADELIG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ELIGIBLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUIREMENT-FILE.
           COPY GRQREC REPLACING ==:PFX:== BY ==GQ-==.

       FD  PERSON-MASTER.
           COPY PERSONREC REPLACING ==:PFX:== BY ==PM-==.

       FD  GRADE-HISTORY.
           COPY GRADEREC REPLACING ==:PFX:== BY ==GH-==.

       FD  COURSE-CATALOG.
           COPY COURSEREC REPLACING ==:PFX:== BY ==CC-==.

       FD  AUDIT-REPORT.
       01  AUDIT-LINE           PICTURE x(80).

       FD  ELIGIBLE-REPORT.
       01  ELIGIBLE-LINE        PICTURE x(80).

       WORKING-STORAGE SECTION.
       01  WS-REQUIREMENT-STATUS PICTURE xx VALUE "00".
       01  WS-MASTER-STATUS     PICTURE xx VALUE "00".
       01  WS-HISTORY-STATUS    PICTURE xx VALUE "00".
       01  WS-CATALOG-STATUS    PICTURE xx VALUE "00".
       01  WS-REPORT-STATUS     PICTURE xx VALUE "00".
       01  WS-ELIGIBLE-STATUS   PICTURE xx VALUE "00".
       01  WS-EOF-SWITCH        PICTURE x VALUE "N".
           88  WS-END-OF-MASTER     VALUE "Y".
       01  WS-HISTORY-EOF-SWITCH PICTURE x VALUE "N".
           88  WS-END-OF-HISTORY    VALUE "Y".
       01  WS-REQ-EOF-SWITCH    PICTURE x VALUE "N".
           88  WS-END-OF-REQUIREMENTS VALUE "Y".
       01  WS-HISTORY-OK-SWITCH PICTURE x VALUE "N".
           88  WS-HISTORY-OK        VALUE "Y".
       01  WS-CATALOG-FILE-OK-SWITCH PICTURE x VALUE "N".
           88  WS-CATALOG-FILE-OK     VALUE "Y".
       01  WS-ELIGIBLE-SWITCH   PICTURE x VALUE "N".
           88  WS-STUDENT-ELIGIBLE  VALUE "Y".
       01  WS-PASSING-SCORE     PICTURE 999 VALUE ZEROES.
       01  WS-TOTAL-CREDITS     PICTURE 999 VALUE ZEROES.
       01  WS-CREDIT-HOURS      PICTURE 99 VALUE ZEROES.
       01  WS-CREDITS-EARNED    PICTURE 9(4) VALUE ZEROES.
       01  WS-NEEDED-SCORE      PICTURE 999 VALUE ZEROES.
       01  WS-REQ-SUB           PICTURE 99 VALUE ZEROES.
       01  WS-TAKEN-SUB         PICTURE 999 VALUE ZEROES.
       01  WS-FOUND-SUB         PICTURE 999 VALUE ZEROES.
       01  WS-RUN-DATE          PICTURE 9(8) VALUE ZEROES.
       01  WS-CURRENT-DATE-TIME PICTURE x(21).
       01  WS-STUDENTS-AUDITED  PICTURE 9(5) VALUE ZEROES.
       01  WS-STUDENTS-ELIGIBLE PICTURE 9(5) VALUE ZEROES.
       01  WS-REQ-STATUS-TEXT   PICTURE x(10) VALUE SPACES.
      * Required courses, loaded once from GRADREQ.DAT.
       01  WS-REQUIRED-COUNT    PICTURE 99 VALUE ZEROES.
       01  WS-REQUIRED-TABLE.
           05  WS-REQUIRED-ENTRY OCCURS 50 TIMES.
               10  WS-REQ-CODE      PICTURE x(4).
               10  WS-REQ-SCORE     PICTURE 999.
      * The student in hand: each distinct course code ever graded,
      * with the best score reached in any term.
       01  WS-TAKEN-COUNT       PICTURE 999 VALUE ZEROES.
       01  WS-TAKEN-TABLE.
           05  WS-TAKEN-ENTRY OCCURS 200 TIMES.
               10  WS-TAKEN-CODE    PICTURE x(4).
               10  WS-TAKEN-BEST    PICTURE 999.
       01  WS-REQ-LINE.
           05  FILLER           PICTURE x(4) VALUE SPACES.
           05  WS-RL-CODE       PICTURE x(4).
           05  FILLER           PICTURE x(7) VALUE "  NEED ".
           05  WS-RL-NEED       PICTURE ZZ9.
           05  FILLER           PICTURE x(7) VALUE "  BEST ".
           05  WS-RL-BEST       PICTURE ZZ9.
           05  FILLER           PICTURE xx VALUE SPACES.
           05  WS-RL-STATUS     PICTURE x(10).
       01  WS-ELIGIBLE-DETAIL.
           05  WS-ED-PERSON-ID  PICTURE 9(6).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-ED-FIRST-NAME PICTURE x(10).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-ED-LAST-NAME  PICTURE x(10).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-ED-SECTION    PICTURE x(4).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-ED-CREDITS    PICTURE ZZZ9.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 100-INITIALIZE.
           PERFORM 200-AUDIT-STUDENT UNTIL WS-END-OF-MASTER.
           PERFORM 900-TERMINATE.
           STOP RUN.

       100-INITIALIZE.
           OPEN INPUT REQUIREMENT-FILE.
           IF WS-REQUIREMENT-STATUS NOT = "00"
               DISPLAY "GRADAUD: UNABLE TO OPEN REQUIREMENT-FILE, "
                   "STATUS " WS-REQUIREMENT-STATUS
               STOP RUN
           END-IF.
           PERFORM 110-LOAD-REQUIREMENTS.
           CLOSE REQUIREMENT-FILE.
           OPEN INPUT PERSON-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "GRADAUD: UNABLE TO OPEN PERSON-MASTER, STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT GRADE-HISTORY.
           IF WS-HISTORY-STATUS = "00"
               SET WS-HISTORY-OK TO TRUE
           END-IF.
           OPEN INPUT COURSE-CATALOG.
           IF WS-CATALOG-STATUS = "00"
               SET WS-CATALOG-FILE-OK TO TRUE
           END-IF.
           OPEN OUTPUT AUDIT-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "GRADAUD: UNABLE TO OPEN AUDIT-REPORT, STATUS "
                   WS-REPORT-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT ELIGIBLE-REPORT.
           IF WS-ELIGIBLE-STATUS NOT = "00"
               DISPLAY "GRADAUD: UNABLE TO OPEN ELIGIBLE-REPORT, "
                   "STATUS " WS-ELIGIBLE-STATUS
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-RUN-DATE.
           MOVE SPACES TO AUDIT-LINE.
           STRING "GRADUATION REQUIREMENTS AUDIT AS OF " DELIMITED
               BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO AUDIT-LINE.
           WRITE AUDIT-LINE.
           MOVE SPACES TO AUDIT-LINE.
           STRING "PASSING SCORE " DELIMITED BY SIZE
               WS-PASSING-SCORE DELIMITED BY SIZE
               "   CREDIT HOURS REQUIRED " DELIMITED BY SIZE
               WS-TOTAL-CREDITS DELIMITED BY SIZE
               "   REQUIRED COURSES " DELIMITED BY SIZE
               WS-REQUIRED-COUNT DELIMITED BY SIZE
               INTO AUDIT-LINE.
           WRITE AUDIT-LINE.
           MOVE SPACES TO ELIGIBLE-LINE.
           STRING "STUDENTS ELIGIBLE TO GRADUATE AS OF " DELIMITED
               BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO ELIGIBLE-LINE.
           WRITE ELIGIBLE-LINE.
           MOVE SPACES TO ELIGIBLE-LINE.
           WRITE ELIGIBLE-LINE.
           MOVE "ID     NAME                  SECT CRED" TO
               ELIGIBLE-LINE.
           WRITE ELIGIBLE-LINE.
           PERFORM 910-READ-MASTER.

      ******************************************************************
      * No totals record means nobody has said what graduating takes;
      * auditing against zero credits would pass everyone, so the run
      * stops instead.
      ******************************************************************
       110-LOAD-REQUIREMENTS.
           MOVE "T" TO GQ-KEY-REQ-TYPE.
           MOVE SPACES TO GQ-KEY-COURSE-CODE.
           READ REQUIREMENT-FILE
               INVALID KEY
                   DISPLAY "GRADAUD: PASSING SCORE AND TOTAL CREDITS "
                       "NOT SET ON GRADREQ.DAT, RUN ABORTED"
                   STOP RUN
           END-READ.
           MOVE GQ-MIN-SCORE TO WS-PASSING-SCORE.
           MOVE GQ-TOTAL-CREDITS TO WS-TOTAL-CREDITS.
           MOVE ZEROES TO WS-REQUIRED-COUNT.
           MOVE "C" TO GQ-KEY-REQ-TYPE.
           MOVE LOW-VALUES TO GQ-KEY-COURSE-CODE.
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
                       IF WS-REQUIRED-COUNT < 50
                           ADD 1 TO WS-REQUIRED-COUNT
                           MOVE GQ-KEY-COURSE-CODE TO
                               WS-REQ-CODE (WS-REQUIRED-COUNT)
                           MOVE GQ-MIN-SCORE TO
                               WS-REQ-SCORE (WS-REQUIRED-COUNT)
                       ELSE
                           DISPLAY "GRADAUD: MORE THAN 50 REQUIRED "
                               "COURSES, " GQ-KEY-COURSE-CODE
                               " NOT AUDITED"
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       910-READ-MASTER.
           READ PERSON-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-MASTER TO TRUE
           END-READ.

      ******************************************************************
      * Graduated and withdrawn students are past auditing; a status
      * of space counts as active, as everywhere else.
      ******************************************************************
       200-AUDIT-STUDENT.
           IF NOT PM-STATUS-SEPARATED
               PERFORM 300-COLLECT-HISTORY
               PERFORM 400-PRINT-AUDIT
               ADD 1 TO WS-STUDENTS-AUDITED
           END-IF.
           PERFORM 910-READ-MASTER.

       300-COLLECT-HISTORY.
           MOVE ZEROES TO WS-TAKEN-COUNT.
           IF WS-HISTORY-OK
               MOVE PM-PERSON-ID TO GH-KEY-PERSON-ID
               MOVE LOW-VALUES TO GH-KEY-TERM
               MOVE LOW-VALUES TO GH-KEY-COURSE-CODE
               SET WS-HISTORY-EOF-SWITCH TO "N"
               START GRADE-HISTORY KEY IS NOT LESS THAN GH-GRADE-KEY
                   INVALID KEY
                       SET WS-END-OF-HISTORY TO TRUE
               END-START
               PERFORM UNTIL WS-END-OF-HISTORY
                   READ GRADE-HISTORY NEXT RECORD
                       AT END
                           SET WS-END-OF-HISTORY TO TRUE
                   END-READ
                   IF NOT WS-END-OF-HISTORY
                       IF GH-KEY-PERSON-ID NOT = PM-PERSON-ID
                           SET WS-END-OF-HISTORY TO TRUE
                       ELSE
                           PERFORM 310-RECORD-COURSE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       310-RECORD-COURSE.
           PERFORM 320-FIND-TAKEN-COURSE.
           IF WS-FOUND-SUB = 0
               IF WS-TAKEN-COUNT < 200
                   ADD 1 TO WS-TAKEN-COUNT
                   MOVE GH-KEY-COURSE-CODE TO
                       WS-TAKEN-CODE (WS-TAKEN-COUNT)
                   MOVE GH-COURSE-SCORE TO
                       WS-TAKEN-BEST (WS-TAKEN-COUNT)
               END-IF
           ELSE
               IF GH-COURSE-SCORE > WS-TAKEN-BEST (WS-FOUND-SUB)
                   MOVE GH-COURSE-SCORE TO WS-TAKEN-BEST (WS-FOUND-SUB)
               END-IF
           END-IF.

       320-FIND-TAKEN-COURSE.
           MOVE ZEROES TO WS-FOUND-SUB.
           PERFORM VARYING WS-TAKEN-SUB FROM 1 BY 1
                   UNTIL WS-TAKEN-SUB > WS-TAKEN-COUNT
                       OR WS-FOUND-SUB > 0
               IF WS-TAKEN-CODE (WS-TAKEN-SUB) = GH-KEY-COURSE-CODE
                   MOVE WS-TAKEN-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.

       400-PRINT-AUDIT.
           SET WS-STUDENT-ELIGIBLE TO TRUE.
           MOVE SPACES TO AUDIT-LINE.
           WRITE AUDIT-LINE.
           MOVE SPACES TO AUDIT-LINE.
           STRING "STUDENT " DELIMITED BY SIZE
               PM-PERSON-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PM-FIRST-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PM-LAST-NAME DELIMITED BY SIZE
               "  SECTION " DELIMITED BY SIZE
               PM-CLASS-SECTION DELIMITED BY SIZE
               INTO AUDIT-LINE.
           WRITE AUDIT-LINE.
           PERFORM 410-AUDIT-REQUIRED-COURSE
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQUIRED-COUNT.
           PERFORM 420-COUNT-CREDITS.
           MOVE SPACES TO AUDIT-LINE.
           STRING "    CREDIT HOURS EARNED " DELIMITED BY SIZE
               WS-CREDITS-EARNED DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               WS-TOTAL-CREDITS DELIMITED BY SIZE
               INTO AUDIT-LINE.
           IF WS-CREDITS-EARNED < WS-TOTAL-CREDITS
               MOVE "MISSING" TO AUDIT-LINE (42:7)
               SET WS-ELIGIBLE-SWITCH TO "N"
           ELSE
               MOVE "DONE" TO AUDIT-LINE (42:4)
           END-IF.
           WRITE AUDIT-LINE.
           IF WS-STUDENT-ELIGIBLE
               MOVE "    RESULT: ELIGIBLE TO GRADUATE" TO AUDIT-LINE
               PERFORM 500-WRITE-ELIGIBLE-LINE
           ELSE
               MOVE "    RESULT: NOT YET ELIGIBLE" TO AUDIT-LINE
           END-IF.
           WRITE AUDIT-LINE.

       410-AUDIT-REQUIRED-COURSE.
           MOVE WS-REQ-SCORE (WS-REQ-SUB) TO WS-NEEDED-SCORE.
           IF WS-NEEDED-SCORE = 0
               MOVE WS-PASSING-SCORE TO WS-NEEDED-SCORE
           END-IF.
           MOVE WS-REQ-CODE (WS-REQ-SUB) TO GH-KEY-COURSE-CODE.
           PERFORM 320-FIND-TAKEN-COURSE.
           MOVE SPACES TO WS-RL-STATUS.
           MOVE WS-REQ-CODE (WS-REQ-SUB) TO WS-RL-CODE.
           MOVE WS-NEEDED-SCORE TO WS-RL-NEED.
           MOVE ZEROES TO WS-RL-BEST.
           IF WS-FOUND-SUB = 0
               MOVE "NOT TAKEN" TO WS-RL-STATUS
               SET WS-ELIGIBLE-SWITCH TO "N"
           ELSE
               MOVE WS-TAKEN-BEST (WS-FOUND-SUB) TO WS-RL-BEST
               IF WS-TAKEN-BEST (WS-FOUND-SUB) >= WS-NEEDED-SCORE
                   MOVE "DONE" TO WS-RL-STATUS
               ELSE
                   MOVE "NOT PASSED" TO WS-RL-STATUS
                   SET WS-ELIGIBLE-SWITCH TO "N"
               END-IF
           END-IF.
           MOVE WS-REQ-LINE TO AUDIT-LINE.
           WRITE AUDIT-LINE.

      ******************************************************************
      * Credit hours come off the catalog by keyed read the way
      * TRNSCRPT 410-LOOK-UP-CREDIT-HOURS gets them.
      ******************************************************************
       420-COUNT-CREDITS.
           MOVE ZEROES TO WS-CREDITS-EARNED.
           PERFORM VARYING WS-TAKEN-SUB FROM 1 BY 1
                   UNTIL WS-TAKEN-SUB > WS-TAKEN-COUNT
               IF WS-TAKEN-BEST (WS-TAKEN-SUB) >= WS-PASSING-SCORE
                   MOVE 1 TO WS-CREDIT-HOURS
                   IF WS-CATALOG-FILE-OK
                       MOVE WS-TAKEN-CODE (WS-TAKEN-SUB) TO
                           CC-COURSE-CODE
                       READ COURSE-CATALOG
                           NOT INVALID KEY
                               IF CC-CREDIT-HOURS > 0
                                   MOVE CC-CREDIT-HOURS TO
                                       WS-CREDIT-HOURS
                               END-IF
                       END-READ
                   END-IF
                   ADD WS-CREDIT-HOURS TO WS-CREDITS-EARNED
               END-IF
           END-PERFORM.

       500-WRITE-ELIGIBLE-LINE.
           MOVE SPACES TO WS-ELIGIBLE-DETAIL.
           MOVE PM-PERSON-ID TO WS-ED-PERSON-ID.
           MOVE PM-FIRST-NAME TO WS-ED-FIRST-NAME.
           MOVE PM-LAST-NAME TO WS-ED-LAST-NAME.
           MOVE PM-CLASS-SECTION TO WS-ED-SECTION.
           MOVE WS-CREDITS-EARNED TO WS-ED-CREDITS.
           MOVE WS-ELIGIBLE-DETAIL TO ELIGIBLE-LINE.
           WRITE ELIGIBLE-LINE.
           ADD 1 TO WS-STUDENTS-ELIGIBLE.

       900-TERMINATE.
           MOVE SPACES TO AUDIT-LINE.
           WRITE AUDIT-LINE.
           MOVE SPACES TO AUDIT-LINE.
           STRING "STUDENTS AUDITED " DELIMITED BY SIZE
               WS-STUDENTS-AUDITED DELIMITED BY SIZE
               "   ELIGIBLE " DELIMITED BY SIZE
               WS-STUDENTS-ELIGIBLE DELIMITED BY SIZE
               INTO AUDIT-LINE.
           WRITE AUDIT-LINE.
           MOVE SPACES TO ELIGIBLE-LINE.
           WRITE ELIGIBLE-LINE.
           MOVE SPACES TO ELIGIBLE-LINE.
           STRING "TOTAL ELIGIBLE " DELIMITED BY SIZE
               WS-STUDENTS-ELIGIBLE DELIMITED BY SIZE
               INTO ELIGIBLE-LINE.
           WRITE ELIGIBLE-LINE.
           MOVE SPACES TO ELIGIBLE-LINE.
           WRITE ELIGIBLE-LINE.
           MOVE "APPROVED FOR GRADUATION - REGISTRAR:" TO
               ELIGIBLE-LINE.
           WRITE ELIGIBLE-LINE.
           MOVE SPACES TO ELIGIBLE-LINE.
           WRITE ELIGIBLE-LINE.
           MOVE "SIGNED ______________________________  DATE __________"
               TO ELIGIBLE-LINE.
           WRITE ELIGIBLE-LINE.
           MOVE SPACES TO ELIGIBLE-LINE.
           WRITE ELIGIBLE-LINE.
           MOVE "STATUS G AND SEPBATCH ONLY FOR STUDENTS ON THIS SIGNED"
               TO ELIGIBLE-LINE.
           WRITE ELIGIBLE-LINE.
           MOVE "LIST." TO ELIGIBLE-LINE.
           WRITE ELIGIBLE-LINE.
           CLOSE PERSON-MASTER.
           IF WS-HISTORY-OK
               CLOSE GRADE-HISTORY
           END-IF.
           IF WS-CATALOG-FILE-OK
               CLOSE COURSE-CATALOG
           END-IF.
           CLOSE AUDIT-REPORT.
           CLOSE ELIGIBLE-REPORT.
           DISPLAY "GRADAUD: STUDENTS AUDITED " WS-STUDENTS-AUDITED.
           DISPLAY "GRADAUD: ELIGIBLE         " WS-STUDENTS-ELIGIBLE.
