      ******************************************************************
      * Component roll-up batch
      * Walks PERSON-MASTER and, for every course a student carries
      * that has a component weighting on CMPWGT.DAT, weighs the
      * component scores CMPPST has posted to CMPSCORE.DAT into the
      * course's COURSE-SCORE: each score times its percent, summed
      * and divided by the percents of the components posted so far,
      * rounded. Until every component is in, the score is therefore
      * the running grade on the work done to date, and the line says
      * PARTIAL with how many components are posted. A course with no
      * components posted yet keeps the score it has. Scores under a
      * code no longer in the course's weighting are ignored.
      * A student whose score changes is rewritten once, with the
      * before/after PERSON images journaled to PERSONJL.DAT the way
      * GRADEPST does, so JRNLRPLY rolls the roll-up forward too.
      * Graduated and withdrawn students are left alone. Every score
      * set is listed on CMPROLL.RPT with the old and new score.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPROLL.

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

           SELECT WEIGHT-FILE ASSIGN TO "CMPWGT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CW-COURSE-CODE
               FILE STATUS IS WS-WEIGHT-STATUS.

           SELECT SCORE-FILE ASSIGN TO "CMPSCORE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-SCORE-KEY
               FILE STATUS IS WS-SCORE-STATUS.

           SELECT ROLLUP-REPORT ASSIGN TO "CMPROLL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "PERSONJL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSON-MASTER.
           COPY PERSONREC REPLACING ==:PFX:== BY ==PM-==.

       FD  WEIGHT-FILE.
           COPY CMPWREC REPLACING ==:PFX:== BY ==CW-==.

       FD  SCORE-FILE.
           COPY CMPSREC REPLACING ==:PFX:== BY ==CS-==.

       FD  ROLLUP-REPORT.
       01  ROLLUP-REPORT-LINE   PICTURE x(80).

       FD  JOURNAL-FILE.
           COPY JRNLREC REPLACING ==:PFX:== BY ==JR-==.

       WORKING-STORAGE SECTION.
           COPY JRNLREC REPLACING ==:PFX:== BY ==JW-==.
       01  WS-MASTER-STATUS     PICTURE xx VALUE "00".
       01  WS-WEIGHT-STATUS     PICTURE xx VALUE "00".
       01  WS-SCORE-STATUS      PICTURE xx VALUE "00".
       01  WS-REPORT-STATUS     PICTURE xx VALUE "00".
       01  WS-JOURNAL-STATUS    PICTURE xx VALUE "00".
       01  WS-EOF-SWITCH        PICTURE x VALUE "N".
           88  WS-END-OF-MASTER     VALUE "Y".
       01  WS-CHANGED-SWITCH    PICTURE x VALUE "N".
           88  WS-PERSON-CHANGED    VALUE "Y".
       01  WS-CURRENT-DATE-TIME PICTURE x(21).
       01  WS-RUN-DATE          PICTURE 9(8) VALUE ZEROES.
       01  WS-SUBSCRIPT         PICTURE 99 VALUE ZERO.
       01  WS-COMPONENT-SUB     PICTURE 9 VALUE ZERO.
       01  WS-POSTED-COUNT      PICTURE 9 VALUE ZERO.
       01  WS-POSTED-WEIGHT     PICTURE 9(4) VALUE ZEROES.
       01  WS-WEIGHTED-POINTS   PICTURE 9(6) VALUE ZEROES.
       01  WS-NEW-SCORE         PICTURE 999 VALUE ZEROES.
       01  WS-OLD-SCORE         PICTURE 999 VALUE ZEROES.
       01  WS-STUDENTS-READ     PICTURE 9(7) VALUE ZEROES.
       01  WS-COURSES-ROLLED    PICTURE 9(7) VALUE ZEROES.
       01  WS-SCORES-CHANGED    PICTURE 9(7) VALUE ZEROES.
       01  WS-STUDENTS-UPDATED  PICTURE 9(7) VALUE ZEROES.
       01  WS-ROLLUP-LINE.
           05  WS-RL-PERSON-ID  PICTURE 9(6).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-RL-NAME       PICTURE x(21).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-RL-COURSE     PICTURE x(4).
           05  FILLER           PICTURE x(2) VALUE SPACES.
           05  WS-RL-OLD-SCORE  PICTURE zz9.
           05  FILLER           PICTURE x(4) VALUE " -> ".
           05  WS-RL-NEW-SCORE  PICTURE zz9.
           05  FILLER           PICTURE x(2) VALUE SPACES.
           05  WS-RL-STATE      PICTURE x(8).
           05  WS-RL-POSTED     PICTURE 9.
           05  FILLER           PICTURE x(4) VALUE " OF ".
           05  WS-RL-COMPONENTS PICTURE 9.
           05  FILLER           PICTURE x(11) VALUE " COMPONENTS".

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 100-INITIALIZE.
           PERFORM 200-PROCESS-STUDENT UNTIL WS-END-OF-MASTER.
           PERFORM 900-TERMINATE.
           STOP RUN.

       100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-RUN-DATE.
           OPEN I-O PERSON-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "CMPROLL: UNABLE TO OPEN PERSON-MASTER, STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT WEIGHT-FILE.
           IF WS-WEIGHT-STATUS NOT = "00"
               DISPLAY "CMPROLL: UNABLE TO OPEN WEIGHT-FILE, STATUS "
                   WS-WEIGHT-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT SCORE-FILE.
           IF WS-SCORE-STATUS NOT = "00"
               DISPLAY "CMPROLL: UNABLE TO OPEN SCORE-FILE, STATUS "
                   WS-SCORE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT ROLLUP-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "CMPROLL: UNABLE TO OPEN ROLLUP-REPORT, STATUS "
                   WS-REPORT-STATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO ROLLUP-REPORT-LINE.
           STRING "COURSE SCORES ROLLED UP FROM COMPONENTS  RUN DATE "
                   DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO ROLLUP-REPORT-LINE.
           WRITE ROLLUP-REPORT-LINE.
           MOVE SPACES TO ROLLUP-REPORT-LINE.
           WRITE ROLLUP-REPORT-LINE.
           PERFORM 110-READ-MASTER.

       110-READ-MASTER.
           READ PERSON-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-MASTER TO TRUE
               NOT AT END
                   ADD 1 TO WS-STUDENTS-READ
           END-READ.

      ******************************************************************
      * The before image is taken before any course is touched; the
      * record is rewritten and journaled only if a score moved.
      ******************************************************************
       200-PROCESS-STUDENT.
           IF NOT PM-STATUS-SEPARATED
               MOVE SPACES TO JW-BEFORE-IMAGE
               MOVE PM-PERSON TO JW-BEFORE-IMAGE
               SET WS-CHANGED-SWITCH TO "N"
               PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                       UNTIL WS-SUBSCRIPT > PM-COURSE-COUNT
                   MOVE PM-COURSE-CODE (WS-SUBSCRIPT) TO
                       CW-COURSE-CODE
                   READ WEIGHT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 300-ROLL-UP-COURSE
                   END-READ
               END-PERFORM
               IF WS-PERSON-CHANGED
                   REWRITE PM-PERSON
                   ADD 1 TO WS-STUDENTS-UPDATED
                   MOVE "C" TO JW-OPERATION
                   MOVE SPACES TO JW-AFTER-IMAGE
                   MOVE PM-PERSON TO JW-AFTER-IMAGE
                   PERFORM 500-WRITE-JOURNAL
               END-IF
           END-IF.
           PERFORM 110-READ-MASTER.

       300-ROLL-UP-COURSE.
           MOVE ZERO TO WS-POSTED-COUNT.
           MOVE ZEROES TO WS-POSTED-WEIGHT.
           MOVE ZEROES TO WS-WEIGHTED-POINTS.
           PERFORM VARYING WS-COMPONENT-SUB FROM 1 BY 1
                   UNTIL WS-COMPONENT-SUB > CW-COMPONENT-COUNT
               MOVE PM-PERSON-ID TO CS-KEY-PERSON-ID
               MOVE CW-COURSE-CODE TO CS-KEY-COURSE-CODE
               MOVE CW-COMPONENT-CODE (WS-COMPONENT-SUB) TO
                   CS-KEY-COMPONENT-CODE
               READ SCORE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-POSTED-COUNT
                       ADD CW-WEIGHT (WS-COMPONENT-SUB) TO
                           WS-POSTED-WEIGHT
                       COMPUTE WS-WEIGHTED-POINTS =
                           WS-WEIGHTED-POINTS +
                           CS-SCORE * CW-WEIGHT (WS-COMPONENT-SUB)
               END-READ
           END-PERFORM.
           IF WS-POSTED-COUNT > ZERO
               COMPUTE WS-NEW-SCORE ROUNDED =
                   WS-WEIGHTED-POINTS / WS-POSTED-WEIGHT
               MOVE PM-COURSE-SCORE (WS-SUBSCRIPT) TO WS-OLD-SCORE
               ADD 1 TO WS-COURSES-ROLLED
               IF WS-NEW-SCORE NOT = WS-OLD-SCORE
                   MOVE WS-NEW-SCORE TO PM-COURSE-SCORE (WS-SUBSCRIPT)
                   SET WS-PERSON-CHANGED TO TRUE
                   ADD 1 TO WS-SCORES-CHANGED
                   PERFORM 400-WRITE-ROLLUP-LINE
               END-IF
           END-IF.

       400-WRITE-ROLLUP-LINE.
           MOVE PM-PERSON-ID TO WS-RL-PERSON-ID.
           MOVE SPACES TO WS-RL-NAME.
           STRING PM-FIRST-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PM-LAST-NAME DELIMITED BY SIZE
               INTO WS-RL-NAME.
           MOVE CW-COURSE-CODE TO WS-RL-COURSE.
           MOVE WS-OLD-SCORE TO WS-RL-OLD-SCORE.
           MOVE WS-NEW-SCORE TO WS-RL-NEW-SCORE.
           IF WS-POSTED-COUNT < CW-COMPONENT-COUNT
               MOVE "PARTIAL " TO WS-RL-STATE
           ELSE
               MOVE "COMPLETE" TO WS-RL-STATE
           END-IF.
           MOVE WS-POSTED-COUNT TO WS-RL-POSTED.
           MOVE CW-COMPONENT-COUNT TO WS-RL-COMPONENTS.
           MOVE WS-ROLLUP-LINE TO ROLLUP-REPORT-LINE.
           WRITE ROLLUP-REPORT-LINE.

      ******************************************************************
      * Same journal entry GRADEPST writes for a posted score, under
      * this program's name.
      ******************************************************************
       500-WRITE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME TO JW-TIMESTAMP.
           MOVE "CMPROLL" TO JW-OPERATOR-ID.
           MOVE PM-PERSON-ID TO JW-PERSON-ID.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "05" OR "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "CMPROLL: JOURNAL NOT WRITTEN FOR ID "
                   JW-PERSON-ID ", OPEN STATUS " WS-JOURNAL-STATUS
                   " - MASTER IS UPDATED BUT UNJOURNALED"
           ELSE
               MOVE JW-JOURNAL-RECORD TO JR-JOURNAL-RECORD
               WRITE JR-JOURNAL-RECORD
               IF WS-JOURNAL-STATUS NOT = "00"
                   DISPLAY "CMPROLL: JOURNAL WRITE FAILED FOR ID "
                       JW-PERSON-ID ", STATUS " WS-JOURNAL-STATUS
                       " - MASTER IS UPDATED BUT UNJOURNALED"
               END-IF
               CLOSE JOURNAL-FILE
           END-IF.

       900-TERMINATE.
           MOVE SPACES TO ROLLUP-REPORT-LINE.
           WRITE ROLLUP-REPORT-LINE.
           MOVE SPACES TO ROLLUP-REPORT-LINE.
           STRING "STUDENTS " DELIMITED BY SIZE
               WS-STUDENTS-READ DELIMITED BY SIZE
               "  COURSES ROLLED UP " DELIMITED BY SIZE
               WS-COURSES-ROLLED DELIMITED BY SIZE
               "  SCORES CHANGED " DELIMITED BY SIZE
               WS-SCORES-CHANGED DELIMITED BY SIZE
               INTO ROLLUP-REPORT-LINE.
           WRITE ROLLUP-REPORT-LINE.
           CLOSE PERSON-MASTER.
           CLOSE WEIGHT-FILE.
           CLOSE SCORE-FILE.
           CLOSE ROLLUP-REPORT.
           DISPLAY "CMPROLL: STUDENTS READ     " WS-STUDENTS-READ.
           DISPLAY "CMPROLL: COURSES ROLLED UP " WS-COURSES-ROLLED.
           DISPLAY "CMPROLL: SCORES CHANGED    " WS-SCORES-CHANGED.
           DISPLAY "CMPROLL: STUDENTS UPDATED  " WS-STUDENTS-UPDATED.
