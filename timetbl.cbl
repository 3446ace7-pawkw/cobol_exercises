      ******************************************************************
      * Student weekly timetable print
      * One page per active student for the first day of term: a
      * Monday-to-Friday grid by period showing, in each slot, the
      * course and room the student is due in. The slots are the
      * SECTMEET.DAT meetings of the student's CLASS-SECTION whose
      * course is on the student's PM-COURSES table - a parallel
      * elective the student does not take stays off their grid. A
      * slot where two of the student's courses meet at once prints
      * *CLASH* (the clash report lists them). Under the grid each
      * course carried is listed with its catalog name and instructor,
      * or NOT SCHEDULED when the section has no slot for it. The
      * term start date is the TERM-START parameter (YYYYMMDD) on
      * BATCHPRM.DAT and prints on every page. Output TIMETBL.RPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMETBL.

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

           SELECT INSTRUCTOR-MASTER ASSIGN TO "INSTRMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-INSTRUCTOR-ID
               FILE STATUS IS WS-INSTRUCTOR-STATUS.

           SELECT TIMETABLE-REPORT ASSIGN TO "TIMETBL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSON-MASTER.
           COPY PERSONREC REPLACING ==:PFX:== BY ==PM-==.

       FD  MEETING-FILE.
           COPY MEETREC REPLACING ==:PFX:== BY ==MT-==.

       FD  COURSE-CATALOG.
           COPY COURSEREC REPLACING ==:PFX:== BY ==CC-==.

       FD  INSTRUCTOR-MASTER.
           COPY INSTREC REPLACING ==:PFX:== BY ==IN-==.

       FD  TIMETABLE-REPORT.
       01  TIMETABLE-LINE       PICTURE x(80).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS     PICTURE xx VALUE "00".
       01  WS-MEETING-STATUS    PICTURE xx VALUE "00".
       01  WS-CATALOG-STATUS    PICTURE xx VALUE "00".
       01  WS-INSTRUCTOR-STATUS PICTURE xx VALUE "00".
       01  WS-REPORT-STATUS     PICTURE xx VALUE "00".
       01  WS-MASTER-EOF-SWITCH PICTURE x VALUE "N".
           88  WS-END-OF-MASTER     VALUE "Y".
       01  WS-MEETING-EOF-SWITCH PICTURE x VALUE "N".
           88  WS-END-OF-MEETINGS   VALUE "Y".
       01  WS-CATALOG-OK-SWITCH PICTURE x VALUE "N".
           88  WS-CATALOG-OK        VALUE "Y".
       01  WS-INSTRUCTOR-OK-SWITCH PICTURE x VALUE "N".
           88  WS-INSTRUCTOR-OK     VALUE "Y".
       01  WS-FIRST-PAGE-SWITCH PICTURE x VALUE "Y".
           88  WS-FIRST-PAGE        VALUE "Y".
       01  WS-TERM-START        PICTURE 9(8) VALUE ZEROES.
       01  WS-SUBSCRIPT         PICTURE 99 VALUE ZERO.
       01  WS-COURSE-NUMBER     PICTURE 99 VALUE ZERO.
       01  WS-DAY               PICTURE 9 VALUE ZERO.
       01  WS-PERIOD            PICTURE 9 VALUE ZERO.
       01  WS-LAST-PERIOD       PICTURE 9 VALUE ZERO.
       01  WS-LINE-POSITION     PICTURE 99 VALUE ZERO.
       01  WS-PAGES-PRINTED     PICTURE 9(5) VALUE ZEROES.
       01  WS-CLASHES-SHOWN     PICTURE 9(5) VALUE ZEROES.
       01  WS-DAY-NAMES         PICTURE x(15) VALUE "MONTUEWEDTHUFRI".
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
           05  WS-DAY-NAME      OCCURS 5 TIMES PICTURE x(3).
      * The week being printed: nine periods by five days, each cell
      * "CODE ROOM " or *CLASH*.
       01  WS-GRID.
           05  WS-GRID-PERIOD OCCURS 9 TIMES.
               10  WS-GRID-CELL OCCURS 5 TIMES PICTURE x(11).
      * Instructor of the first slot found for each course carried,
      * parallel to PM-COURSES; spaces means no slot for the course.
       01  WS-COURSE-INSTRUCTORS.
           05  WS-COURSE-INSTRUCTOR OCCURS 6 TIMES PICTURE x(20).
       01  WS-COURSE-SLOTS-TABLE.
           05  WS-COURSE-SLOTS  OCCURS 6 TIMES PICTURE 99.
       01  WS-CELL-TEXT         PICTURE x(11) VALUE SPACES.
       01  WS-COURSE-NAME       PICTURE x(15) VALUE SPACES.
       01  WS-INSTRUCTOR-NAME   PICTURE x(20) VALUE SPACES.
           COPY PARMRQ REPLACING ==:PFX:== BY ==PR-==.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 100-INITIALIZE.
           PERFORM 200-PRINT-STUDENT UNTIL WS-END-OF-MASTER.
           PERFORM 900-TERMINATE.
           STOP RUN.

       100-INITIALIZE.
           MOVE "TERM-START" TO PR-KEYWORD.
           CALL "PARMGET" USING PR-PARM-REQUEST.
           IF NOT PR-PARM-FOUND OR PR-PARM-VALUE (1:8) NOT NUMERIC
               DISPLAY "TIMETBL: TERM-START MISSING OR NOT NUMERIC "
                   "ON BATCHPRM.DAT, RUN ABORTED"
               STOP RUN
           END-IF.
           MOVE PR-PARM-VALUE (1:8) TO WS-TERM-START.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-TERM-START) NOT = 0
               DISPLAY "TIMETBL: TERM-START " WS-TERM-START
                   " IS NOT A VALID DATE, RUN ABORTED"
               STOP RUN
           END-IF.
           DISPLAY "TIMETBL: TERM STARTS " WS-TERM-START
               " (FROM BATCHPRM.DAT)".
           OPEN INPUT PERSON-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "TIMETBL: UNABLE TO OPEN PERSON-MASTER, STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT MEETING-FILE.
           IF WS-MEETING-STATUS NOT = "00"
               DISPLAY "TIMETBL: UNABLE TO OPEN MEETING-FILE, STATUS "
                   WS-MEETING-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT COURSE-CATALOG.
           IF WS-CATALOG-STATUS = "00"
               SET WS-CATALOG-OK TO TRUE
           END-IF.
           OPEN INPUT INSTRUCTOR-MASTER.
           IF WS-INSTRUCTOR-STATUS = "00"
               SET WS-INSTRUCTOR-OK TO TRUE
           END-IF.
           OPEN OUTPUT TIMETABLE-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "TIMETBL: UNABLE TO OPEN TIMETABLE-REPORT, "
                   "STATUS " WS-REPORT-STATUS
               STOP RUN
           END-IF.
           PERFORM 910-READ-MASTER.

       910-READ-MASTER.
           READ PERSON-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-MASTER TO TRUE
           END-READ.

      ******************************************************************
      * Graduated and withdrawn students get no timetable, the same
      * rule CLASSRPT uses; neither does a student with no section.
      ******************************************************************
       200-PRINT-STUDENT.
           IF NOT PM-STATUS-SEPARATED AND PM-CLASS-SECTION NOT = SPACES
               PERFORM 300-BUILD-GRID
               PERFORM 400-WRITE-TIMETABLE-PAGE
           END-IF.
           PERFORM 910-READ-MASTER.

       300-BUILD-GRID.
           MOVE SPACES TO WS-GRID.
           MOVE SPACES TO WS-COURSE-INSTRUCTORS.
           MOVE ZEROES TO WS-COURSE-SLOTS-TABLE.
           MOVE ZERO TO WS-LAST-PERIOD.
           MOVE PM-CLASS-SECTION TO MT-KEY-SECTION-CODE.
           MOVE LOW-VALUES TO MT-MEETING-KEY (5:6).
           SET WS-MEETING-EOF-SWITCH TO "N".
           START MEETING-FILE KEY IS NOT LESS THAN MT-MEETING-KEY
               INVALID KEY
                   SET WS-END-OF-MEETINGS TO TRUE
           END-START.
           IF NOT WS-END-OF-MEETINGS
               PERFORM 320-READ-MEETING
           END-IF.
           PERFORM UNTIL WS-END-OF-MEETINGS
               IF MT-KEY-SECTION-CODE NOT = PM-CLASS-SECTION
                   SET WS-END-OF-MEETINGS TO TRUE
               ELSE
                   PERFORM 310-PLACE-MEETING
                   PERFORM 320-READ-MEETING
               END-IF
           END-PERFORM.

       310-PLACE-MEETING.
           MOVE ZERO TO WS-COURSE-NUMBER.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > PM-COURSE-COUNT
               IF PM-COURSE-CODE (WS-SUBSCRIPT) = MT-KEY-COURSE-CODE
                   MOVE WS-SUBSCRIPT TO WS-COURSE-NUMBER
               END-IF
           END-PERFORM.
           IF WS-COURSE-NUMBER > 0
               ADD 1 TO WS-COURSE-SLOTS (WS-COURSE-NUMBER)
               IF WS-COURSE-INSTRUCTOR (WS-COURSE-NUMBER) = SPACES
                   MOVE MT-INSTRUCTOR TO
                       WS-COURSE-INSTRUCTOR (WS-COURSE-NUMBER)
               END-IF
               IF MT-KEY-PERIOD > WS-LAST-PERIOD
                   MOVE MT-KEY-PERIOD TO WS-LAST-PERIOD
               END-IF
               IF WS-GRID-CELL (MT-KEY-PERIOD, MT-KEY-DAY) = SPACES
                   MOVE SPACES TO WS-CELL-TEXT
                   STRING MT-KEY-COURSE-CODE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       MT-ROOM DELIMITED BY SIZE
                       INTO WS-CELL-TEXT
                   MOVE WS-CELL-TEXT TO
                       WS-GRID-CELL (MT-KEY-PERIOD, MT-KEY-DAY)
               ELSE
                   MOVE "*CLASH*" TO
                       WS-GRID-CELL (MT-KEY-PERIOD, MT-KEY-DAY)
                   ADD 1 TO WS-CLASHES-SHOWN
               END-IF
           END-IF.

       320-READ-MEETING.
           READ MEETING-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-MEETINGS TO TRUE
           END-READ.

       400-WRITE-TIMETABLE-PAGE.
           MOVE SPACES TO TIMETABLE-LINE.
           STRING "WEEKLY TIMETABLE - TERM STARTING " DELIMITED BY SIZE
               WS-TERM-START DELIMITED BY SIZE
               INTO TIMETABLE-LINE.
           IF WS-FIRST-PAGE
               WRITE TIMETABLE-LINE
               SET WS-FIRST-PAGE-SWITCH TO "N"
           ELSE
               WRITE TIMETABLE-LINE AFTER ADVANCING PAGE
           END-IF.
           MOVE SPACES TO TIMETABLE-LINE.
           STRING "STUDENT " DELIMITED BY SIZE
               PM-PERSON-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PM-FIRST-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PM-LAST-NAME DELIMITED BY SIZE
               "   SECTION " DELIMITED BY SIZE
               PM-CLASS-SECTION DELIMITED BY SIZE
               INTO TIMETABLE-LINE.
           WRITE TIMETABLE-LINE.
           MOVE SPACES TO TIMETABLE-LINE.
           WRITE TIMETABLE-LINE.
           MOVE SPACES TO TIMETABLE-LINE.
           MOVE "PERIOD" TO TIMETABLE-LINE (1:6).
           PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 5
               COMPUTE WS-LINE-POSITION = 9 + (WS-DAY - 1) * 11
               MOVE WS-DAY-NAME (WS-DAY) TO
                   TIMETABLE-LINE (WS-LINE-POSITION:3)
           END-PERFORM.
           WRITE TIMETABLE-LINE.
           MOVE ALL "-" TO TIMETABLE-LINE (1:63).
           WRITE TIMETABLE-LINE.
           IF WS-LAST-PERIOD = 0
               MOVE "NO MEETING SLOTS FOR THIS STUDENT'S COURSES" TO
                   TIMETABLE-LINE
               WRITE TIMETABLE-LINE
           END-IF.
           PERFORM 410-WRITE-PERIOD-ROW
               VARYING WS-PERIOD FROM 1 BY 1
               UNTIL WS-PERIOD > WS-LAST-PERIOD.
           MOVE SPACES TO TIMETABLE-LINE.
           WRITE TIMETABLE-LINE.
           MOVE "COURSES" TO TIMETABLE-LINE.
           WRITE TIMETABLE-LINE.
           PERFORM 420-WRITE-COURSE-LINE
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > PM-COURSE-COUNT.
           ADD 1 TO WS-PAGES-PRINTED.

       410-WRITE-PERIOD-ROW.
           MOVE SPACES TO TIMETABLE-LINE.
           MOVE WS-PERIOD TO TIMETABLE-LINE (3:1).
           PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 5
               COMPUTE WS-LINE-POSITION = 9 + (WS-DAY - 1) * 11
               MOVE WS-GRID-CELL (WS-PERIOD, WS-DAY) TO
                   TIMETABLE-LINE (WS-LINE-POSITION:11)
           END-PERFORM.
           WRITE TIMETABLE-LINE.

       420-WRITE-COURSE-LINE.
           MOVE PM-COURSE-NAME (WS-SUBSCRIPT) TO WS-COURSE-NAME.
           IF WS-CATALOG-OK
               MOVE PM-COURSE-CODE (WS-SUBSCRIPT) TO CC-COURSE-CODE
               READ COURSE-CATALOG
                   NOT INVALID KEY
                       MOVE CC-COURSE-NAME TO WS-COURSE-NAME
               END-READ
           END-IF.
           MOVE SPACES TO TIMETABLE-LINE.
           MOVE PM-COURSE-CODE (WS-SUBSCRIPT) TO TIMETABLE-LINE (3:4).
           MOVE WS-COURSE-NAME TO TIMETABLE-LINE (8:15).
           IF WS-COURSE-SLOTS (WS-SUBSCRIPT) = 0
               MOVE "NOT SCHEDULED" TO TIMETABLE-LINE (24:13)
           ELSE
               MOVE WS-COURSE-SLOTS (WS-SUBSCRIPT) TO
                   TIMETABLE-LINE (24:2)
               MOVE "PERIODS/WEEK" TO TIMETABLE-LINE (27:12)
               MOVE WS-COURSE-INSTRUCTOR (WS-SUBSCRIPT) TO
                   WS-INSTRUCTOR-NAME
               IF WS-INSTRUCTOR-OK
                   MOVE WS-COURSE-INSTRUCTOR (WS-SUBSCRIPT) (1:4) TO
                       IN-INSTRUCTOR-ID
                   READ INSTRUCTOR-MASTER
                       NOT INVALID KEY
                           MOVE IN-INSTRUCTOR-NAME TO
                               WS-INSTRUCTOR-NAME
                   END-READ
               END-IF
               MOVE WS-INSTRUCTOR-NAME TO TIMETABLE-LINE (41:20)
           END-IF.
           WRITE TIMETABLE-LINE.

       900-TERMINATE.
           CLOSE PERSON-MASTER.
           CLOSE MEETING-FILE.
           IF WS-CATALOG-OK
               CLOSE COURSE-CATALOG
           END-IF.
           IF WS-INSTRUCTOR-OK
               CLOSE INSTRUCTOR-MASTER
           END-IF.
           CLOSE TIMETABLE-REPORT.
           DISPLAY "TIMETBL: TIMETABLES PRINTED " WS-PAGES-PRINTED.
           DISPLAY "TIMETBL: CLASH SLOTS SHOWN  " WS-CLASHES-SHOWN.
