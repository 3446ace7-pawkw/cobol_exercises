      ******************************************************************
      * Timetable clash report
      * Reads every section meeting slot on SECTMEET.DAT, SORTs them
      * by day and period the way ATTENDRP sorts its extract, and
      * within each day/period compares the slots meeting at that
      * time: two slots in the same room are a room double-booking,
      * two slots under the same INSTRUCTOR-MASTER ID mean one person
      * is due in two places at once. A second pass walks PERSON-
      * MASTER and, for each active student, collects the slots of
      * their CLASS-SECTION whose course the student carries in
      * PM-COURSES - two of those in the same day/period are a
      * student collision (parallel electives both taken). Output is
      * SCHDCONF.RPT with counts per clash type echoed on the console;
      * a clean schedule prints the headings and zero counts.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHDCONF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEETING-FILE ASSIGN TO "SECTMEET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MT-MEETING-KEY
               FILE STATUS IS WS-MEETING-STATUS.

           SELECT PERSON-MASTER ASSIGN TO "PERSONMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-PERSON-ID
               ALTERNATE RECORD KEY IS PM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT INSTRUCTOR-MASTER ASSIGN TO "INSTRMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-INSTRUCTOR-ID
               FILE STATUS IS WS-INSTRUCTOR-STATUS.

           SELECT CLASH-REPORT ASSIGN TO "SCHDCONF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SCHDSORT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  MEETING-FILE.
           COPY MEETREC REPLACING ==:PFX:== BY ==MT-==.

       FD  PERSON-MASTER.
           COPY PERSONREC REPLACING ==:PFX:== BY ==PM-==.

       FD  INSTRUCTOR-MASTER.
           COPY INSTREC REPLACING ==:PFX:== BY ==IN-==.

       FD  CLASH-REPORT.
       01  CLASH-LINE           PICTURE x(100).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SR-DAY            PICTURE 9.
           05  SR-PERIOD         PICTURE 9.
           05  SR-SECTION-CODE   PICTURE x(4).
           05  SR-COURSE-CODE    PICTURE x(4).
           05  SR-ROOM           PICTURE x(5).
           05  SR-INSTRUCTOR     PICTURE x(20).

       WORKING-STORAGE SECTION.
       01  WS-MEETING-STATUS    PICTURE xx VALUE "00".
       01  WS-MASTER-STATUS     PICTURE xx VALUE "00".
       01  WS-INSTRUCTOR-STATUS PICTURE xx VALUE "00".
       01  WS-REPORT-STATUS     PICTURE xx VALUE "00".
       01  WS-MEETING-EOF-SWITCH PICTURE x VALUE "N".
           88  WS-END-OF-MEETINGS   VALUE "Y".
       01  WS-SORT-EOF-SWITCH   PICTURE x VALUE "N".
           88  WS-END-OF-SORT       VALUE "Y".
       01  WS-MASTER-EOF-SWITCH PICTURE x VALUE "N".
           88  WS-END-OF-MASTER     VALUE "Y".
       01  WS-INSTRUCTOR-OK-SWITCH PICTURE x VALUE "N".
           88  WS-INSTRUCTOR-OK     VALUE "Y".
       01  WS-CARRIED-SWITCH    PICTURE x VALUE "N".
           88  WS-COURSE-CARRIED    VALUE "Y".
       01  WS-PREV-DAY          PICTURE 9 VALUE ZERO.
       01  WS-PREV-PERIOD       PICTURE 9 VALUE ZERO.
       01  WS-SLOT-COUNT        PICTURE 999 VALUE ZEROES.
       01  WS-FIRST             PICTURE 999 VALUE ZEROES.
       01  WS-SECOND            PICTURE 999 VALUE ZEROES.
       01  WS-SUBSCRIPT         PICTURE 99 VALUE ZERO.
      * The slots meeting at one day/period, held while the pairs are
      * compared. More parallel slots than this in one period is not
      * a timetable any school runs; extras are counted, not compared.
       01  WS-SLOT-TABLE.
           05  WS-SLOT-ENTRY OCCURS 200 TIMES.
               10  WS-SLOT-SECTION    PICTURE x(4).
               10  WS-SLOT-COURSE     PICTURE x(4).
               10  WS-SLOT-ROOM       PICTURE x(5).
               10  WS-SLOT-INSTRUCTOR PICTURE x(20).
       01  WS-SLOTS-SKIPPED     PICTURE 9(5) VALUE ZEROES.
      * One student's meetings - a section's slots for the courses the
      * student carries, at most six courses a week of 45 periods.
       01  WS-STUDENT-TABLE.
           05  WS-STUDENT-ENTRY OCCURS 270 TIMES.
               10  WS-STU-DAY         PICTURE 9.
               10  WS-STU-PERIOD      PICTURE 9.
               10  WS-STU-COURSE      PICTURE x(4).
       01  WS-STUDENT-SLOTS     PICTURE 999 VALUE ZEROES.
       01  WS-MEETINGS-READ     PICTURE 9(5) VALUE ZEROES.
       01  WS-ROOM-CLASHES      PICTURE 9(5) VALUE ZEROES.
       01  WS-INSTRUCTOR-CLASHES PICTURE 9(5) VALUE ZEROES.
       01  WS-STUDENT-CLASHES   PICTURE 9(5) VALUE ZEROES.
       01  WS-DAY-NAMES         PICTURE x(15) VALUE "MONTUEWEDTHUFRI".
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
           05  WS-DAY-NAME      OCCURS 5 TIMES PICTURE x(3).
       01  WS-CLASH-DETAIL.
           05  WS-CD-DAY        PICTURE x(3).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-CD-PERIOD     PICTURE 9.
           05  FILLER           PICTURE xx VALUE SPACES.
           05  WS-CD-TYPE       PICTURE x(10).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-CD-WHO        PICTURE x(20).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-CD-WHO-NAME   PICTURE x(20).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-CD-FIRST      PICTURE x(9).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-CD-SECOND     PICTURE x(9).

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 100-INITIALIZE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-DAY SR-PERIOD SR-SECTION-CODE
                   SR-COURSE-CODE
               INPUT PROCEDURE 200-BUILD-SORT-FILE
               OUTPUT PROCEDURE 300-FIND-SLOT-CLASHES.
           PERFORM 500-FIND-STUDENT-CLASHES.
           PERFORM 900-TERMINATE.
           STOP RUN.

       100-INITIALIZE.
           OPEN INPUT MEETING-FILE.
           IF WS-MEETING-STATUS NOT = "00"
               DISPLAY "SCHDCONF: UNABLE TO OPEN MEETING-FILE, STATUS "
                   WS-MEETING-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT PERSON-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "SCHDCONF: UNABLE TO OPEN PERSON-MASTER, STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT INSTRUCTOR-MASTER.
           IF WS-INSTRUCTOR-STATUS = "00"
               SET WS-INSTRUCTOR-OK TO TRUE
           END-IF.
           OPEN OUTPUT CLASH-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "SCHDCONF: UNABLE TO OPEN CLASH-REPORT, STATUS "
                   WS-REPORT-STATUS
               STOP RUN
           END-IF.
           MOVE "SECTION MEETING CLASH REPORT" TO CLASH-LINE.
           WRITE CLASH-LINE.
           MOVE SPACES TO CLASH-LINE.
           WRITE CLASH-LINE.
           MOVE "-- ROOMS AND INSTRUCTORS BOOKED TWICE --" TO
               CLASH-LINE.
           WRITE CLASH-LINE.
           MOVE SPACES TO CLASH-LINE.
           MOVE "DAY" TO CLASH-LINE (1:3).
           MOVE "P" TO CLASH-LINE (5:1).
           MOVE "CLASH" TO CLASH-LINE (8:5).
           MOVE "ROOM / INSTRUCTOR" TO CLASH-LINE (19:17).
           MOVE "SECT COURSE" TO CLASH-LINE (61:11).
           MOVE "SECT COURSE" TO CLASH-LINE (71:11).
           WRITE CLASH-LINE.
           MOVE ALL "-" TO CLASH-LINE (1:79).
           WRITE CLASH-LINE.

       200-BUILD-SORT-FILE.
           MOVE LOW-VALUES TO MT-MEETING-KEY.
           START MEETING-FILE KEY IS NOT LESS THAN MT-MEETING-KEY
               INVALID KEY
                   SET WS-END-OF-MEETINGS TO TRUE
           END-START.
           IF NOT WS-END-OF-MEETINGS
               PERFORM 210-READ-MEETING
           END-IF.
           PERFORM UNTIL WS-END-OF-MEETINGS
               ADD 1 TO WS-MEETINGS-READ
               MOVE MT-KEY-DAY TO SR-DAY
               MOVE MT-KEY-PERIOD TO SR-PERIOD
               MOVE MT-KEY-SECTION-CODE TO SR-SECTION-CODE
               MOVE MT-KEY-COURSE-CODE TO SR-COURSE-CODE
               MOVE MT-ROOM TO SR-ROOM
               MOVE MT-INSTRUCTOR TO SR-INSTRUCTOR
               RELEASE SORT-RECORD
               PERFORM 210-READ-MEETING
           END-PERFORM.

       210-READ-MEETING.
           READ MEETING-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-MEETINGS TO TRUE
           END-READ.

      ******************************************************************
      * Control break on day/period: the slots meeting at one time are
      * gathered into WS-SLOT-TABLE, then every pair is compared.
      ******************************************************************
       300-FIND-SLOT-CLASHES.
           MOVE ZEROES TO WS-SLOT-COUNT.
           PERFORM 310-RETURN-SORT-RECORD.
           PERFORM UNTIL WS-END-OF-SORT
               IF WS-SLOT-COUNT > 0 AND
                       (SR-DAY NOT = WS-PREV-DAY OR
                        SR-PERIOD NOT = WS-PREV-PERIOD)
                   PERFORM 320-COMPARE-SLOTS
                   MOVE ZEROES TO WS-SLOT-COUNT
               END-IF
               MOVE SR-DAY TO WS-PREV-DAY
               MOVE SR-PERIOD TO WS-PREV-PERIOD
               IF WS-SLOT-COUNT < 200
                   ADD 1 TO WS-SLOT-COUNT
                   MOVE SR-SECTION-CODE TO
                       WS-SLOT-SECTION (WS-SLOT-COUNT)
                   MOVE SR-COURSE-CODE TO WS-SLOT-COURSE (WS-SLOT-COUNT)
                   MOVE SR-ROOM TO WS-SLOT-ROOM (WS-SLOT-COUNT)
                   MOVE SR-INSTRUCTOR TO
                       WS-SLOT-INSTRUCTOR (WS-SLOT-COUNT)
               ELSE
                   ADD 1 TO WS-SLOTS-SKIPPED
               END-IF
               PERFORM 310-RETURN-SORT-RECORD
           END-PERFORM.
           IF WS-SLOT-COUNT > 0
               PERFORM 320-COMPARE-SLOTS
           END-IF.

       310-RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-END-OF-SORT TO TRUE
           END-RETURN.

       320-COMPARE-SLOTS.
           PERFORM VARYING WS-FIRST FROM 1 BY 1
                   UNTIL WS-FIRST >= WS-SLOT-COUNT
               PERFORM VARYING WS-SECOND FROM WS-FIRST BY 1
                       UNTIL WS-SECOND > WS-SLOT-COUNT
                   IF WS-SECOND > WS-FIRST
                       PERFORM 330-COMPARE-PAIR
                   END-IF
               END-PERFORM
           END-PERFORM.

       330-COMPARE-PAIR.
           IF WS-SLOT-ROOM (WS-FIRST) NOT = SPACES AND
                   WS-SLOT-ROOM (WS-FIRST) = WS-SLOT-ROOM (WS-SECOND)
               PERFORM 340-FILL-PAIR-LINE
               MOVE "ROOM" TO WS-CD-TYPE
               MOVE WS-SLOT-ROOM (WS-FIRST) TO WS-CD-WHO
               MOVE WS-CLASH-DETAIL TO CLASH-LINE
               WRITE CLASH-LINE
               ADD 1 TO WS-ROOM-CLASHES
           END-IF.
           IF WS-SLOT-INSTRUCTOR (WS-FIRST) NOT = SPACES AND
                   WS-SLOT-INSTRUCTOR (WS-FIRST) =
                   WS-SLOT-INSTRUCTOR (WS-SECOND)
               PERFORM 340-FILL-PAIR-LINE
               MOVE "INSTRUCTOR" TO WS-CD-TYPE
               MOVE WS-SLOT-INSTRUCTOR (WS-FIRST) TO WS-CD-WHO
               IF WS-INSTRUCTOR-OK
                   MOVE WS-SLOT-INSTRUCTOR (WS-FIRST) (1:4) TO
                       IN-INSTRUCTOR-ID
                   READ INSTRUCTOR-MASTER
                       NOT INVALID KEY
                           MOVE IN-INSTRUCTOR-NAME TO WS-CD-WHO-NAME
                   END-READ
               END-IF
               MOVE WS-CLASH-DETAIL TO CLASH-LINE
               WRITE CLASH-LINE
               ADD 1 TO WS-INSTRUCTOR-CLASHES
           END-IF.

       340-FILL-PAIR-LINE.
           MOVE SPACES TO WS-CLASH-DETAIL.
           MOVE WS-DAY-NAME (WS-PREV-DAY) TO WS-CD-DAY.
           MOVE WS-PREV-PERIOD TO WS-CD-PERIOD.
           STRING WS-SLOT-SECTION (WS-FIRST) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SLOT-COURSE (WS-FIRST) DELIMITED BY SIZE
               INTO WS-CD-FIRST.
           STRING WS-SLOT-SECTION (WS-SECOND) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SLOT-COURSE (WS-SECOND) DELIMITED BY SIZE
               INTO WS-CD-SECOND.

      ******************************************************************
      * Second pass, by student. Graduated and withdrawn students are
      * skipped the way CLASSRPT skips them; a student with no section
      * or no courses cannot collide.
      ******************************************************************
       500-FIND-STUDENT-CLASHES.
           MOVE SPACES TO CLASH-LINE.
           WRITE CLASH-LINE.
           MOVE "-- STUDENTS WHOSE SECTIONS COLLIDE --" TO CLASH-LINE.
           WRITE CLASH-LINE.
           MOVE SPACES TO CLASH-LINE.
           MOVE "DAY" TO CLASH-LINE (1:3).
           MOVE "P" TO CLASH-LINE (5:1).
           MOVE "STUDENT" TO CLASH-LINE (8:7).
           MOVE "SECT" TO CLASH-LINE (37:4).
           MOVE "COURSES" TO CLASH-LINE (42:7).
           WRITE CLASH-LINE.
           MOVE ALL "-" TO CLASH-LINE (1:79).
           WRITE CLASH-LINE.
           PERFORM 510-READ-MASTER.
           PERFORM UNTIL WS-END-OF-MASTER
               IF NOT PM-STATUS-SEPARATED AND
                       PM-CLASS-SECTION NOT = SPACES AND
                       PM-COURSE-COUNT > 0
                   PERFORM 520-COLLECT-STUDENT-SLOTS
                   PERFORM 540-COMPARE-STUDENT-SLOTS
               END-IF
               PERFORM 510-READ-MASTER
           END-PERFORM.

       510-READ-MASTER.
           READ PERSON-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-MASTER TO TRUE
           END-READ.

       520-COLLECT-STUDENT-SLOTS.
           MOVE ZEROES TO WS-STUDENT-SLOTS.
           MOVE PM-CLASS-SECTION TO MT-KEY-SECTION-CODE.
           MOVE LOW-VALUES TO MT-MEETING-KEY (5:6).
           SET WS-MEETING-EOF-SWITCH TO "N".
           START MEETING-FILE KEY IS NOT LESS THAN MT-MEETING-KEY
               INVALID KEY
                   SET WS-END-OF-MEETINGS TO TRUE
           END-START.
           IF NOT WS-END-OF-MEETINGS
               PERFORM 210-READ-MEETING
           END-IF.
           PERFORM UNTIL WS-END-OF-MEETINGS
               IF MT-KEY-SECTION-CODE NOT = PM-CLASS-SECTION
                   SET WS-END-OF-MEETINGS TO TRUE
               ELSE
                   PERFORM 530-CHECK-COURSE-CARRIED
                   IF WS-COURSE-CARRIED AND WS-STUDENT-SLOTS < 270
                       ADD 1 TO WS-STUDENT-SLOTS
                       MOVE MT-KEY-DAY TO
                           WS-STU-DAY (WS-STUDENT-SLOTS)
                       MOVE MT-KEY-PERIOD TO
                           WS-STU-PERIOD (WS-STUDENT-SLOTS)
                       MOVE MT-KEY-COURSE-CODE TO
                           WS-STU-COURSE (WS-STUDENT-SLOTS)
                   END-IF
                   PERFORM 210-READ-MEETING
               END-IF
           END-PERFORM.

       530-CHECK-COURSE-CARRIED.
           SET WS-CARRIED-SWITCH TO "N".
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > PM-COURSE-COUNT
               IF PM-COURSE-CODE (WS-SUBSCRIPT) = MT-KEY-COURSE-CODE
                   SET WS-COURSE-CARRIED TO TRUE
               END-IF
           END-PERFORM.

      ******************************************************************
      * The slots come back in key order - day, period, course - so
      * two slots at the same time always sit next to each other and
      * only neighbours need comparing.
      ******************************************************************
       540-COMPARE-STUDENT-SLOTS.
           PERFORM VARYING WS-FIRST FROM 2 BY 1
                   UNTIL WS-FIRST > WS-STUDENT-SLOTS
               COMPUTE WS-SECOND = WS-FIRST - 1
               IF WS-STU-DAY (WS-FIRST) = WS-STU-DAY (WS-SECOND) AND
                       WS-STU-PERIOD (WS-FIRST) =
                       WS-STU-PERIOD (WS-SECOND)
                   MOVE SPACES TO CLASH-LINE
                   STRING WS-DAY-NAME (WS-STU-DAY (WS-FIRST))
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-STU-PERIOD (WS-FIRST) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       PM-PERSON-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PM-FIRST-NAME DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PM-LAST-NAME DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PM-CLASS-SECTION DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-STU-COURSE (WS-SECOND) DELIMITED BY SIZE
                       " AND " DELIMITED BY SIZE
                       WS-STU-COURSE (WS-FIRST) DELIMITED BY SIZE
                       INTO CLASH-LINE
                   WRITE CLASH-LINE
                   ADD 1 TO WS-STUDENT-CLASHES
               END-IF
           END-PERFORM.

       900-TERMINATE.
           MOVE SPACES TO CLASH-LINE.
           WRITE CLASH-LINE.
           MOVE SPACES TO CLASH-LINE.
           STRING "MEETING SLOTS " DELIMITED BY SIZE
               WS-MEETINGS-READ DELIMITED BY SIZE
               "   ROOM CLASHES " DELIMITED BY SIZE
               WS-ROOM-CLASHES DELIMITED BY SIZE
               "   INSTRUCTOR CLASHES " DELIMITED BY SIZE
               WS-INSTRUCTOR-CLASHES DELIMITED BY SIZE
               "   STUDENT CLASHES " DELIMITED BY SIZE
               WS-STUDENT-CLASHES DELIMITED BY SIZE
               INTO CLASH-LINE.
           WRITE CLASH-LINE.
           IF WS-SLOTS-SKIPPED > 0
               MOVE SPACES TO CLASH-LINE
               STRING "SLOTS NOT COMPARED (OVER 200 IN ONE PERIOD) "
                       DELIMITED BY SIZE
                   WS-SLOTS-SKIPPED DELIMITED BY SIZE
                   INTO CLASH-LINE
               WRITE CLASH-LINE
           END-IF.
           CLOSE MEETING-FILE.
           CLOSE PERSON-MASTER.
           IF WS-INSTRUCTOR-OK
               CLOSE INSTRUCTOR-MASTER
           END-IF.
           CLOSE CLASH-REPORT.
           DISPLAY "SCHDCONF: MEETING SLOTS READ  " WS-MEETINGS-READ.
           DISPLAY "SCHDCONF: ROOM CLASHES        " WS-ROOM-CLASHES.
           DISPLAY "SCHDCONF: INSTRUCTOR CLASHES  "
               WS-INSTRUCTOR-CLASHES.
           DISPLAY "SCHDCONF: STUDENT CLASHES     " WS-STUDENT-CLASHES.
