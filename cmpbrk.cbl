      ******************************************************************
      * Component breakdown print run
      * For parent conferences and grade appeals: a page per student
      * on CMPBRK.RPT showing, for each course the student carries
      * that is graded by components, every component of the course's
      * weighting on CMPWGT.DAT with its percent, the score posted
      * for it on CMPSCORE.DAT (or NOT POSTED) and the points it
      * contributes, then the weighted score those components give -
      * worked the same way CMPROLL works it - beside the COURSE-SCORE
      * now on the master, so a score CMPROLL has not yet picked up
      * shows as a difference. Runs for one keyed student or, on
      * zero, for the whole master, and for one keyed course or, on
      * a blank, for all of them. Students with no component-graded
      * course in the selection get no page.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPBRK.

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

           SELECT BREAKDOWN-FILE ASSIGN TO "CMPBRK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSON-MASTER.
           COPY PERSONREC REPLACING ==:PFX:== BY ==PM-==.

       FD  WEIGHT-FILE.
           COPY CMPWREC REPLACING ==:PFX:== BY ==CW-==.

       FD  SCORE-FILE.
           COPY CMPSREC REPLACING ==:PFX:== BY ==CS-==.

       FD  BREAKDOWN-FILE.
       01  BREAKDOWN-LINE       PICTURE x(60).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS     PICTURE xx VALUE "00".
       01  WS-WEIGHT-STATUS     PICTURE xx VALUE "00".
       01  WS-SCORE-STATUS      PICTURE xx VALUE "00".
       01  WS-REPORT-STATUS     PICTURE xx VALUE "00".
       01  WS-EOF-SWITCH        PICTURE x VALUE "N".
           88  WS-END-OF-MASTER     VALUE "Y".
       01  WS-FIRST-PAGE-SWITCH PICTURE x VALUE "Y".
           88  WS-FIRST-PAGE        VALUE "Y".
       01  WS-PAGE-OPEN-SWITCH  PICTURE x VALUE "N".
           88  WS-PAGE-OPEN         VALUE "Y".
       01  WS-REQUEST-ID        PICTURE 9(6) VALUE ZEROES.
       01  WS-REQUEST-COURSE    PICTURE x(4) VALUE SPACES.
       01  WS-SUBSCRIPT         PICTURE 99 VALUE ZERO.
       01  WS-COMPONENT-SUB     PICTURE 9 VALUE ZERO.
       01  WS-POSTED-COUNT      PICTURE 9 VALUE ZERO.
       01  WS-POSTED-WEIGHT     PICTURE 9(4) VALUE ZEROES.
       01  WS-WEIGHTED-POINTS   PICTURE 9(6) VALUE ZEROES.
       01  WS-POINTS            PICTURE 999V99 VALUE ZEROES.
       01  WS-NEW-SCORE         PICTURE 999 VALUE ZEROES.
       01  WS-PAGES-PRINTED     PICTURE 9(5) VALUE ZEROES.
       01  WS-NAME-LINE.
           05  WS-NAME-FIRST    PICTURE x(10).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-NAME-LAST     PICTURE x(10).
       01  WS-COMPONENT-LINE.
           05  FILLER           PICTURE x(4) VALUE SPACES.
           05  WS-CL-CODE       PICTURE x(4).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-CL-NAME       PICTURE x(12).
           05  FILLER           PICTURE x(2) VALUE SPACES.
           05  WS-CL-WEIGHT     PICTURE ZZ9.
           05  FILLER           PICTURE x(3) VALUE "%  ".
           05  WS-CL-SCORE      PICTURE x(10).
           05  FILLER           PICTURE x(2) VALUE SPACES.
           05  WS-CL-POINTS     PICTURE x(6).
       01  WS-SCORE-ED          PICTURE ZZ9.
       01  WS-POINTS-ED         PICTURE ZZ9.99.
       01  WS-PERCENT-ED        PICTURE ZZZ9.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 100-INITIALIZE.
           PERFORM 200-PROCESS-STUDENT UNTIL WS-END-OF-MASTER.
           PERFORM 900-TERMINATE.
           STOP RUN.

       100-INITIALIZE.
           DISPLAY "Student ID (0 = all students): " WITH NO ADVANCING.
           ACCEPT WS-REQUEST-ID.
           DISPLAY "Course code (blank = all courses): "
               WITH NO ADVANCING.
           ACCEPT WS-REQUEST-COURSE.
           OPEN INPUT PERSON-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "CMPBRK: UNABLE TO OPEN PERSON-MASTER, STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT WEIGHT-FILE.
           IF WS-WEIGHT-STATUS NOT = "00"
               DISPLAY "CMPBRK: UNABLE TO OPEN WEIGHT-FILE, STATUS "
                   WS-WEIGHT-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT SCORE-FILE.
           IF WS-SCORE-STATUS NOT = "00"
               DISPLAY "CMPBRK: UNABLE TO OPEN SCORE-FILE, STATUS "
                   WS-SCORE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT BREAKDOWN-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "CMPBRK: UNABLE TO OPEN BREAKDOWN-FILE, STATUS "
                   WS-REPORT-STATUS
               STOP RUN
           END-IF.
           IF WS-REQUEST-ID > 0
               MOVE WS-REQUEST-ID TO PM-PERSON-ID
               READ PERSON-MASTER
                   INVALID KEY
                       DISPLAY "CMPBRK: PERSON-ID " WS-REQUEST-ID
                           " NOT ON MASTER"
                       SET WS-END-OF-MASTER TO TRUE
               END-READ
           ELSE
               PERFORM 110-READ-MASTER
           END-IF.

       110-READ-MASTER.
           READ PERSON-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-MASTER TO TRUE
           END-READ.

      ******************************************************************
      * The page heading goes out with the student's first component-
      * graded course, so a student with none prints nothing.
      ******************************************************************
       200-PROCESS-STUDENT.
           SET WS-PAGE-OPEN-SWITCH TO "N".
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > PM-COURSE-COUNT
               IF WS-REQUEST-COURSE = SPACES OR
                       PM-COURSE-CODE (WS-SUBSCRIPT) =
                       WS-REQUEST-COURSE
                   MOVE PM-COURSE-CODE (WS-SUBSCRIPT) TO
                       CW-COURSE-CODE
                   READ WEIGHT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF NOT WS-PAGE-OPEN
                               PERFORM 300-PRINT-PAGE-HEADING
                           END-IF
                           PERFORM 400-PRINT-COURSE
                   END-READ
               END-IF
           END-PERFORM.
           IF WS-REQUEST-ID > 0
               SET WS-END-OF-MASTER TO TRUE
           ELSE
               PERFORM 110-READ-MASTER
           END-IF.

       300-PRINT-PAGE-HEADING.
           SET WS-PAGE-OPEN TO TRUE.
           ADD 1 TO WS-PAGES-PRINTED.
           MOVE PM-FIRST-NAME TO WS-NAME-FIRST.
           MOVE PM-LAST-NAME  TO WS-NAME-LAST.
           MOVE SPACES TO BREAKDOWN-LINE.
           MOVE "COURSE SCORE BREAKDOWN BY COMPONENT" TO
               BREAKDOWN-LINE.
           IF WS-FIRST-PAGE
               WRITE BREAKDOWN-LINE
               SET WS-FIRST-PAGE-SWITCH TO "N"
           ELSE
               WRITE BREAKDOWN-LINE AFTER ADVANCING PAGE
           END-IF.
           MOVE SPACES TO BREAKDOWN-LINE.
           STRING "STUDENT: " DELIMITED BY SIZE
               PM-PERSON-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NAME-LINE DELIMITED BY SIZE
               "  SECTION " DELIMITED BY SIZE
               PM-CLASS-SECTION DELIMITED BY SIZE
               INTO BREAKDOWN-LINE.
           WRITE BREAKDOWN-LINE.

      ******************************************************************
      * One block per course: heading, a line per component of the
      * weighting, then the weighted score over the components posted
      * so far against the score on the master.
      ******************************************************************
       400-PRINT-COURSE.
           MOVE SPACES TO BREAKDOWN-LINE.
           WRITE BREAKDOWN-LINE.
           MOVE SPACES TO BREAKDOWN-LINE.
           STRING "COURSE " DELIMITED BY SIZE
               PM-COURSE-CODE (WS-SUBSCRIPT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PM-COURSE-NAME (WS-SUBSCRIPT) DELIMITED BY SIZE
               INTO BREAKDOWN-LINE.
           WRITE BREAKDOWN-LINE.
           MOVE "    CODE COMPONENT    WEIGHT SCORE        POINTS" TO
               BREAKDOWN-LINE.
           WRITE BREAKDOWN-LINE.
           MOVE ZERO TO WS-POSTED-COUNT.
           MOVE ZEROES TO WS-POSTED-WEIGHT.
           MOVE ZEROES TO WS-WEIGHTED-POINTS.
           PERFORM VARYING WS-COMPONENT-SUB FROM 1 BY 1
                   UNTIL WS-COMPONENT-SUB > CW-COMPONENT-COUNT
               PERFORM 410-PRINT-COMPONENT
           END-PERFORM.
           PERFORM 420-PRINT-COURSE-TOTAL.

       410-PRINT-COMPONENT.
           MOVE CW-COMPONENT-CODE (WS-COMPONENT-SUB) TO WS-CL-CODE.
           MOVE CW-COMPONENT-NAME (WS-COMPONENT-SUB) TO WS-CL-NAME.
           MOVE CW-WEIGHT (WS-COMPONENT-SUB) TO WS-CL-WEIGHT.
           MOVE PM-PERSON-ID TO CS-KEY-PERSON-ID.
           MOVE CW-COURSE-CODE TO CS-KEY-COURSE-CODE.
           MOVE CW-COMPONENT-CODE (WS-COMPONENT-SUB) TO
               CS-KEY-COMPONENT-CODE.
           READ SCORE-FILE
               INVALID KEY
                   MOVE "NOT POSTED" TO WS-CL-SCORE
                   MOVE SPACES TO WS-CL-POINTS
               NOT INVALID KEY
                   ADD 1 TO WS-POSTED-COUNT
                   ADD CW-WEIGHT (WS-COMPONENT-SUB) TO
                       WS-POSTED-WEIGHT
                   COMPUTE WS-WEIGHTED-POINTS =
                       WS-WEIGHTED-POINTS +
                       CS-SCORE * CW-WEIGHT (WS-COMPONENT-SUB)
                   MOVE CS-SCORE TO WS-SCORE-ED
                   MOVE SPACES TO WS-CL-SCORE
                   MOVE WS-SCORE-ED TO WS-CL-SCORE
                   COMPUTE WS-POINTS =
                       CS-SCORE * CW-WEIGHT (WS-COMPONENT-SUB) / 100
                   MOVE WS-POINTS TO WS-POINTS-ED
                   MOVE WS-POINTS-ED TO WS-CL-POINTS
           END-READ.
           MOVE WS-COMPONENT-LINE TO BREAKDOWN-LINE.
           WRITE BREAKDOWN-LINE.

       420-PRINT-COURSE-TOTAL.
           MOVE SPACES TO BREAKDOWN-LINE.
           IF WS-POSTED-COUNT = ZERO
               MOVE "    NO COMPONENTS POSTED YET" TO BREAKDOWN-LINE
           ELSE
               COMPUTE WS-NEW-SCORE ROUNDED =
                   WS-WEIGHTED-POINTS / WS-POSTED-WEIGHT
               MOVE WS-NEW-SCORE TO WS-SCORE-ED
               MOVE WS-POSTED-WEIGHT TO WS-PERCENT-ED
               STRING "    WEIGHTED SCORE " DELIMITED BY SIZE
                   WS-SCORE-ED DELIMITED BY SIZE
                   " ON " DELIMITED BY SIZE
                   WS-PERCENT-ED DELIMITED BY SIZE
                   " PERCENT OF THE COURSE POSTED" DELIMITED BY SIZE
                   INTO BREAKDOWN-LINE
           END-IF.
           WRITE BREAKDOWN-LINE.
           MOVE PM-COURSE-SCORE (WS-SUBSCRIPT) TO WS-SCORE-ED.
           MOVE SPACES TO BREAKDOWN-LINE.
           STRING "    COURSE SCORE ON RECORD " DELIMITED BY SIZE
               WS-SCORE-ED DELIMITED BY SIZE
               INTO BREAKDOWN-LINE.
           WRITE BREAKDOWN-LINE.

       900-TERMINATE.
           CLOSE PERSON-MASTER.
           CLOSE WEIGHT-FILE.
           CLOSE SCORE-FILE.
           CLOSE BREAKDOWN-FILE.
           DISPLAY "CMPBRK: PAGES PRINTED " WS-PAGES-PRINTED.
