      ******************************************************************
      * Instructor score-sheet roster
      * Prints a score sheet for every section and course: the class
      * roster off PERSON-MASTER (active students of the CLASS-SECTION
      * who carry the course in PM-COURSES), headed with the SECTION-
      * MASTER room and instructor, each student with a blank score
      * column. Alongside it writes the matching turnaround file
      * SCORESIN.DAT in the SCORE-TRANSACTION layout GRADEPST reads,
      * pre-filled with PERSON-ID and COURSE-CODE in sheet order with
      * the score left blank, and the roster register SCROSTER.DAT
      * holding the same lines. The instructor keys only the scores;
      * GRADEPST holds the returned file against the register and
      * rejects it whole if a line was added, dropped or re-keyed.
      * Students whose section is not on SECTION-MASTER still get a
      * sheet - their scores are owed all the same - headed as such.
      * A course with a component weighting on CMPWGT.DAT gets no
      * sheet: GRADEPST refuses a whole-course score for it, and its
      * scores are posted by component through CMPPST instead.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCORSHT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSON-MASTER ASSIGN TO "PERSONMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-PERSON-ID
               ALTERNATE RECORD KEY IS PM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT SECTION-MASTER ASSIGN TO "SECTMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-SECTION-CODE
               FILE STATUS IS WS-SECTION-STATUS.

           SELECT INSTRUCTOR-MASTER ASSIGN TO "INSTRMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-INSTRUCTOR-ID
               FILE STATUS IS WS-INSTRUCTOR-STATUS.

           SELECT COURSE-CATALOG ASSIGN TO "COURSECT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-COURSE-CODE
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT WEIGHT-FILE ASSIGN TO "CMPWGT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CW-COURSE-CODE
               FILE STATUS IS WS-WEIGHT-STATUS.

           SELECT SCORE-SHEET ASSIGN TO "SCORSHT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SCORE-TURNAROUND ASSIGN TO "SCORESIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURNAROUND-STATUS.

           SELECT ROSTER-REGISTER ASSIGN TO "SCROSTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SCORSORT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  PERSON-MASTER.
           COPY PERSONREC REPLACING ==:PFX:== BY ==PM-==.

       FD  SECTION-MASTER.
           COPY SECTREC REPLACING ==:PFX:== BY ==SM-==.

       FD  INSTRUCTOR-MASTER.
           COPY INSTREC REPLACING ==:PFX:== BY ==IN-==.

       FD  COURSE-CATALOG.
           COPY COURSEREC REPLACING ==:PFX:== BY ==CC-==.

       FD  WEIGHT-FILE.
           COPY CMPWREC REPLACING ==:PFX:== BY ==CW-==.

       FD  SCORE-SHEET.
       01  SHEET-LINE           PICTURE x(80).

       FD  SCORE-TURNAROUND.
           COPY SCORETXN REPLACING ==:PFX:== BY ==SC-==.

       FD  ROSTER-REGISTER.
           COPY ROSTREC REPLACING ==:PFX:== BY ==RO-==.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SR-CLASS-SECTION  PICTURE x(4).
           05  SR-COURSE-CODE    PICTURE x(4).
           05  SR-LAST-NAME      PICTURE x(10).
           05  SR-FIRST-NAME     PICTURE x(10).
           05  SR-PERSON-ID      PICTURE 9(6).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS     PICTURE xx VALUE "00".
       01  WS-SECTION-STATUS    PICTURE xx VALUE "00".
       01  WS-INSTRUCTOR-STATUS PICTURE xx VALUE "00".
       01  WS-CATALOG-STATUS    PICTURE xx VALUE "00".
       01  WS-REPORT-STATUS     PICTURE xx VALUE "00".
       01  WS-TURNAROUND-STATUS PICTURE xx VALUE "00".
       01  WS-ROSTER-STATUS     PICTURE xx VALUE "00".
       01  WS-WEIGHT-STATUS     PICTURE xx VALUE "00".
       01  WS-EOF-SWITCH        PICTURE x VALUE "N".
           88  WS-END-OF-MASTER     VALUE "Y".
       01  WS-SORT-EOF-SWITCH   PICTURE x VALUE "N".
           88  WS-END-OF-SORT       VALUE "Y".
       01  WS-SECTION-OK-SWITCH PICTURE x VALUE "N".
           88  WS-SECTION-OK        VALUE "Y".
       01  WS-INSTRUCTOR-OK-SWITCH PICTURE x VALUE "N".
           88  WS-INSTRUCTOR-OK     VALUE "Y".
       01  WS-CATALOG-FILE-OK-SWITCH PICTURE x VALUE "N".
           88  WS-CATALOG-FILE-OK     VALUE "Y".
       01  WS-WEIGHT-OK-SWITCH  PICTURE x VALUE "N".
           88  WS-WEIGHT-OK         VALUE "Y".
       01  WS-COMPONENT-SWITCH  PICTURE x VALUE "N".
           88  WS-COMPONENT-COURSE  VALUE "Y".
       01  WS-FIRST-PAGE-SWITCH PICTURE x VALUE "Y".
           88  WS-FIRST-PAGE        VALUE "Y".
       01  WS-SUBSCRIPT         PICTURE 99 VALUE ZERO.
       01  WS-PREV-SECTION      PICTURE x(4) VALUE SPACES.
       01  WS-PREV-COURSE       PICTURE x(4) VALUE SPACES.
       01  WS-RUN-DATE          PICTURE 9(8) VALUE ZEROES.
       01  WS-CURRENT-DATE-TIME PICTURE x(21).
       01  WS-SECTION-TEXT      PICTURE x(20) VALUE SPACES.
       01  WS-ROOM              PICTURE x(5) VALUE SPACES.
       01  WS-INSTRUCTOR-NAME   PICTURE x(20) VALUE SPACES.
       01  WS-COURSE-NAME       PICTURE x(15) VALUE SPACES.
       01  WS-SHEET-STUDENTS    PICTURE 999 VALUE ZEROES.
       01  WS-SHEETS-PRINTED    PICTURE 9(5) VALUE ZEROES.
       01  WS-LINES-WRITTEN     PICTURE 9(7) VALUE ZEROES.
       01  WS-COMPONENT-SKIPPED PICTURE 9(7) VALUE ZEROES.
       01  WS-SHEET-DETAIL.
           05  WS-SD-PERSON-ID  PICTURE 9(6).
           05  FILLER           PICTURE xx VALUE SPACES.
           05  WS-SD-LAST-NAME  PICTURE x(10).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-SD-FIRST-NAME PICTURE x(10).
           05  FILLER           PICTURE xx VALUE SPACES.
           05  WS-SD-SCORE-BOX  PICTURE x(5) VALUE "_____".

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 100-INITIALIZE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-CLASS-SECTION SR-COURSE-CODE
                   SR-LAST-NAME SR-FIRST-NAME SR-PERSON-ID
               INPUT PROCEDURE 200-BUILD-SORT-FILE
               OUTPUT PROCEDURE 300-PRINT-SHEETS.
           PERFORM 900-TERMINATE.
           STOP RUN.

       100-INITIALIZE.
           OPEN INPUT PERSON-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "SCORSHT: UNABLE TO OPEN PERSON-MASTER, STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT SECTION-MASTER.
           IF WS-SECTION-STATUS = "00"
               SET WS-SECTION-OK TO TRUE
           END-IF.
           OPEN INPUT INSTRUCTOR-MASTER.
           IF WS-INSTRUCTOR-STATUS = "00"
               SET WS-INSTRUCTOR-OK TO TRUE
           END-IF.
           OPEN INPUT COURSE-CATALOG.
           IF WS-CATALOG-STATUS = "00"
               SET WS-CATALOG-FILE-OK TO TRUE
           END-IF.
           OPEN INPUT WEIGHT-FILE.
           IF WS-WEIGHT-STATUS = "00"
               SET WS-WEIGHT-OK TO TRUE
           END-IF.
           OPEN OUTPUT SCORE-SHEET.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "SCORSHT: UNABLE TO OPEN SCORE-SHEET, STATUS "
                   WS-REPORT-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT SCORE-TURNAROUND.
           IF WS-TURNAROUND-STATUS NOT = "00"
               DISPLAY "SCORSHT: UNABLE TO OPEN SCORE-TURNAROUND, "
                   "STATUS " WS-TURNAROUND-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT ROSTER-REGISTER.
           IF WS-ROSTER-STATUS NOT = "00"
               DISPLAY "SCORSHT: UNABLE TO OPEN ROSTER-REGISTER, "
                   "STATUS " WS-ROSTER-STATUS
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-RUN-DATE.

      ******************************************************************
      * One sort record per student per course carried. Graduated and
      * withdrawn students are left off, as are students with no
      * section - there is no class to hand their sheet to - and
      * courses graded by components.
      ******************************************************************
       200-BUILD-SORT-FILE.
           PERFORM 210-READ-MASTER.
           PERFORM UNTIL WS-END-OF-MASTER
               IF NOT PM-STATUS-SEPARATED AND
                       PM-CLASS-SECTION NOT = SPACES
                   PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                           UNTIL WS-SUBSCRIPT > PM-COURSE-COUNT
                       PERFORM 220-CHECK-COMPONENT-COURSE
                       IF WS-COMPONENT-COURSE
                           ADD 1 TO WS-COMPONENT-SKIPPED
                       ELSE
                           MOVE PM-CLASS-SECTION TO SR-CLASS-SECTION
                           MOVE PM-COURSE-CODE (WS-SUBSCRIPT) TO
                               SR-COURSE-CODE
                           MOVE PM-LAST-NAME TO SR-LAST-NAME
                           MOVE PM-FIRST-NAME TO SR-FIRST-NAME
                           MOVE PM-PERSON-ID TO SR-PERSON-ID
                           RELEASE SORT-RECORD
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM 210-READ-MASTER
           END-PERFORM.

       210-READ-MASTER.
           READ PERSON-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-MASTER TO TRUE
           END-READ.

       220-CHECK-COMPONENT-COURSE.
           SET WS-COMPONENT-SWITCH TO "N".
           IF WS-WEIGHT-OK
               MOVE PM-COURSE-CODE (WS-SUBSCRIPT) TO CW-COURSE-CODE
               READ WEIGHT-FILE
                   NOT INVALID KEY
                       SET WS-COMPONENT-COURSE TO TRUE
               END-READ
           END-IF.

      ******************************************************************
      * Control break on section + course: each break closes the sheet
      * in hand and starts a new page. The turnaround and register
      * lines are written in the same order the sheet prints them.
      ******************************************************************
       300-PRINT-SHEETS.
           PERFORM 310-RETURN-SORT-RECORD.
           PERFORM UNTIL WS-END-OF-SORT
               IF SR-CLASS-SECTION NOT = WS-PREV-SECTION OR
                       SR-COURSE-CODE NOT = WS-PREV-COURSE
                   IF NOT WS-FIRST-PAGE
                       PERFORM 360-PRINT-SHEET-FOOTING
                   END-IF
                   MOVE SR-CLASS-SECTION TO WS-PREV-SECTION
                   MOVE SR-COURSE-CODE TO WS-PREV-COURSE
                   PERFORM 320-LOOK-UP-SECTION
                   PERFORM 330-LOOK-UP-COURSE
                   PERFORM 340-PRINT-SHEET-HEADING
               END-IF
               PERFORM 350-PRINT-STUDENT
               PERFORM 310-RETURN-SORT-RECORD
           END-PERFORM.
           IF NOT WS-FIRST-PAGE
               PERFORM 360-PRINT-SHEET-FOOTING
           END-IF.

       310-RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-END-OF-SORT TO TRUE
           END-RETURN.

       320-LOOK-UP-SECTION.
           MOVE "NOT ON SECTION-MASTER" TO WS-SECTION-TEXT.
           MOVE SPACES TO WS-ROOM.
           MOVE SPACES TO WS-INSTRUCTOR-NAME.
           IF WS-SECTION-OK
               MOVE SR-CLASS-SECTION TO SM-SECTION-CODE
               READ SECTION-MASTER
                   NOT INVALID KEY
                       MOVE SM-DESCRIPTION TO WS-SECTION-TEXT
                       MOVE SM-ROOM TO WS-ROOM
                       MOVE SM-INSTRUCTOR TO WS-INSTRUCTOR-NAME
                       PERFORM 325-LOOK-UP-INSTRUCTOR
               END-READ
           END-IF.

      ******************************************************************
      * SM-INSTRUCTOR holds an INSTRUCTOR-MASTER ID on sections keyed
      * since that file came in, free text on older ones; the text is
      * printed as it stands when no instructor matches.
      ******************************************************************
       325-LOOK-UP-INSTRUCTOR.
           IF WS-INSTRUCTOR-OK AND SM-INSTRUCTOR NOT = SPACES
               MOVE SM-INSTRUCTOR (1:4) TO IN-INSTRUCTOR-ID
               READ INSTRUCTOR-MASTER
                   NOT INVALID KEY
                       MOVE IN-INSTRUCTOR-NAME TO WS-INSTRUCTOR-NAME
               END-READ
           END-IF.

       330-LOOK-UP-COURSE.
           MOVE SPACES TO WS-COURSE-NAME.
           IF WS-CATALOG-FILE-OK
               MOVE SR-COURSE-CODE TO CC-COURSE-CODE
               READ COURSE-CATALOG
                   NOT INVALID KEY
                       MOVE CC-COURSE-NAME TO WS-COURSE-NAME
               END-READ
           END-IF.

       340-PRINT-SHEET-HEADING.
           MOVE SPACES TO SHEET-LINE.
           MOVE "INSTRUCTOR SCORE SHEET" TO SHEET-LINE (1:22).
           MOVE "ISSUED" TO SHEET-LINE (60:6).
           MOVE WS-RUN-DATE TO SHEET-LINE (67:8).
           IF WS-FIRST-PAGE
               WRITE SHEET-LINE
               SET WS-FIRST-PAGE-SWITCH TO "N"
           ELSE
               WRITE SHEET-LINE AFTER ADVANCING PAGE
           END-IF.
           MOVE SPACES TO SHEET-LINE.
           WRITE SHEET-LINE.
           MOVE SPACES TO SHEET-LINE.
           STRING "SECTION    " DELIMITED BY SIZE
               SR-CLASS-SECTION DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-SECTION-TEXT DELIMITED BY SIZE
               "  ROOM " DELIMITED BY SIZE
               WS-ROOM DELIMITED BY SIZE
               INTO SHEET-LINE.
           WRITE SHEET-LINE.
           MOVE SPACES TO SHEET-LINE.
           STRING "COURSE     " DELIMITED BY SIZE
               SR-COURSE-CODE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-COURSE-NAME DELIMITED BY SIZE
               INTO SHEET-LINE.
           WRITE SHEET-LINE.
           MOVE SPACES TO SHEET-LINE.
           STRING "INSTRUCTOR " DELIMITED BY SIZE
               WS-INSTRUCTOR-NAME DELIMITED BY SIZE
               INTO SHEET-LINE.
           WRITE SHEET-LINE.
           MOVE SPACES TO SHEET-LINE.
           WRITE SHEET-LINE.
           MOVE SPACES TO SHEET-LINE.
           MOVE "ID" TO SHEET-LINE (1:2).
           MOVE "LAST NAME" TO SHEET-LINE (9:9).
           MOVE "FIRST NAME" TO SHEET-LINE (20:10).
           MOVE "SCORE" TO SHEET-LINE (32:5).
           WRITE SHEET-LINE.
           MOVE ALL "-" TO SHEET-LINE (1:36).
           WRITE SHEET-LINE.
           MOVE ZEROES TO WS-SHEET-STUDENTS.
           ADD 1 TO WS-SHEETS-PRINTED.

      ******************************************************************
      * The turnaround line is space-cleared before the key fields go
      * in, which leaves the three score bytes blank for the
      * instructor to fill.
      ******************************************************************
       350-PRINT-STUDENT.
           MOVE SR-PERSON-ID TO WS-SD-PERSON-ID.
           MOVE SR-LAST-NAME TO WS-SD-LAST-NAME.
           MOVE SR-FIRST-NAME TO WS-SD-FIRST-NAME.
           MOVE WS-SHEET-DETAIL TO SHEET-LINE.
           WRITE SHEET-LINE.
           MOVE SPACES TO SC-SCORE-TRANSACTION.
           MOVE SR-PERSON-ID TO SC-PERSON-ID.
           MOVE SR-COURSE-CODE TO SC-COURSE-CODE.
           WRITE SC-SCORE-TRANSACTION.
           MOVE SR-PERSON-ID TO RO-PERSON-ID.
           MOVE SR-COURSE-CODE TO RO-COURSE-CODE.
           MOVE SR-CLASS-SECTION TO RO-CLASS-SECTION.
           MOVE WS-RUN-DATE TO RO-ISSUED-DATE.
           WRITE RO-ROSTER-RECORD.
           ADD 1 TO WS-SHEET-STUDENTS.
           ADD 1 TO WS-LINES-WRITTEN.

       360-PRINT-SHEET-FOOTING.
           MOVE SPACES TO SHEET-LINE.
           WRITE SHEET-LINE.
           MOVE SPACES TO SHEET-LINE.
           STRING "STUDENTS ON SHEET " DELIMITED BY SIZE
               WS-SHEET-STUDENTS DELIMITED BY SIZE
               INTO SHEET-LINE.
           WRITE SHEET-LINE.
           MOVE SPACES TO SHEET-LINE.
           WRITE SHEET-LINE.
           MOVE "KEY EACH SCORE AS THREE DIGITS (085) ON THE STUDENT'S"
               TO SHEET-LINE.
           WRITE SHEET-LINE.
           MOVE "LINE IN SCORESIN.DAT. ADDING, REMOVING OR CHANGING A"
               TO SHEET-LINE.
           WRITE SHEET-LINE.
           MOVE "LINE MAKES GRADEPST REJECT THE WHOLE FILE." TO
               SHEET-LINE.
           WRITE SHEET-LINE.
           MOVE SPACES TO SHEET-LINE.
           WRITE SHEET-LINE.
           MOVE "INSTRUCTOR ____________________  DATE __________" TO
               SHEET-LINE.
           WRITE SHEET-LINE.

       900-TERMINATE.
           CLOSE PERSON-MASTER.
           IF WS-SECTION-OK
               CLOSE SECTION-MASTER
           END-IF.
           IF WS-INSTRUCTOR-OK
               CLOSE INSTRUCTOR-MASTER
           END-IF.
           IF WS-CATALOG-FILE-OK
               CLOSE COURSE-CATALOG
           END-IF.
           IF WS-WEIGHT-OK
               CLOSE WEIGHT-FILE
           END-IF.
           CLOSE SCORE-SHEET.
           CLOSE SCORE-TURNAROUND.
           CLOSE ROSTER-REGISTER.
           DISPLAY "SCORSHT: SHEETS PRINTED   " WS-SHEETS-PRINTED.
           DISPLAY "SCORSHT: ROSTER LINES     " WS-LINES-WRITTEN.
           DISPLAY "SCORSHT: COMPONENT LINES  " WS-COMPONENT-SKIPPED.
