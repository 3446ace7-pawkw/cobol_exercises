      ******************************************************************
      * Enrollment census submission run
      * Builds the education authority's census return as of the
      * CENSUS-DATE (YYYYMMDD) on BATCHPRM.DAT, replacing the October
      * hand count. Walks PERSON-MASTER and reports every student who
      * was enrolled on the census date: active students, plus anyone
      * whose graduation or withdrawal is dated after it (they were
      * still here on the day), less anyone readmitted after it. Each
      * student's record carries their age, CLASS-SECTION, course load
      * and the credit hours of those courses off COURSE-CATALOG, the
      * days attended and absent on ATTENDMS.DAT from TERM-START (the
      * same BATCHPRM.DAT parameter TIMETBL uses) through the census
      * date - a late mark counts as attended - and the residence
      * address, taken from the HOME record on ADDRESS-FILE when there
      * is one and the embedded address otherwise.
      * CENSUS.DAT is the submission file in the authority's
      * fixed-width layout (CENSREC): a header naming the school
      * (CENSUS-SCHL on BATCHPRM.DAT), census date and term start, a
      * detail per student, and a trailer whose student count and
      * course, credit-hour and attendance totals the authority
      * checks the file against. CENSUS.RPT is the edit check: every
      * student the authority would reject is listed with each reason
      * - no address, an age outside the authority's 5 to 21 range,
      * no section or one not on SECTION-MASTER, no courses, a course
      * not on the catalog, or no attendance since term start - so
      * the records can be corrected and the run repeated before the
      * file goes in. The control totals close the report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CENSUS.

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

           SELECT COURSE-CATALOG ASSIGN TO "COURSECT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-COURSE-CODE
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT ATTENDANCE-FILE ASSIGN TO "ATTENDMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AT-ATTEND-KEY
               FILE STATUS IS WS-ATTEND-STATUS.

           SELECT ADDRESS-FILE ASSIGN TO "ADDRESSM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AF-ADDRESS-KEY
               FILE STATUS IS WS-ADDRESS-STATUS.

           SELECT SECTION-MASTER ASSIGN TO "SECTMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-SECTION-CODE
               FILE STATUS IS WS-SECTION-STATUS.

           SELECT CENSUS-FILE ASSIGN TO "CENSUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CENSUS-STATUS.

           SELECT EDIT-REPORT ASSIGN TO "CENSUS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSON-MASTER.
           COPY PERSONREC REPLACING ==:PFX:== BY ==PM-==.

       FD  COURSE-CATALOG.
           COPY COURSEREC REPLACING ==:PFX:== BY ==CC-==.

       FD  ATTENDANCE-FILE.
           COPY ATTENDREC REPLACING ==:PFX:== BY ==AT-==.

       FD  ADDRESS-FILE.
           COPY ADDRESSREC REPLACING ==:PFX:== BY ==AF-==.

       FD  SECTION-MASTER.
           COPY SECTREC REPLACING ==:PFX:== BY ==SM-==.

       FD  CENSUS-FILE.
       01  CENSUS-FILE-RECORD   PICTURE x(100).

       FD  EDIT-REPORT.
       01  EDIT-REPORT-LINE     PICTURE x(80).

       WORKING-STORAGE SECTION.
           COPY CENSREC REPLACING ==:PFX:== BY ==CE-==.
           COPY PARMRQ REPLACING ==:PFX:== BY ==PR-==.
       01  WS-MASTER-STATUS     PICTURE xx VALUE "00".
       01  WS-CATALOG-STATUS    PICTURE xx VALUE "00".
       01  WS-ATTEND-STATUS     PICTURE xx VALUE "00".
       01  WS-ADDRESS-STATUS    PICTURE xx VALUE "00".
       01  WS-SECTION-STATUS    PICTURE xx VALUE "00".
       01  WS-CENSUS-STATUS     PICTURE xx VALUE "00".
       01  WS-REPORT-STATUS     PICTURE xx VALUE "00".
       01  WS-EOF-SWITCH        PICTURE x VALUE "N".
           88  WS-END-OF-MASTER     VALUE "Y".
       01  WS-ATTEND-EOF-SWITCH PICTURE x VALUE "N".
           88  WS-END-OF-ATTENDANCE VALUE "Y".
       01  WS-ADDRESS-OK-SWITCH PICTURE x VALUE "N".
           88  WS-ADDRESS-OK        VALUE "Y".
       01  WS-SECTION-OK-SWITCH PICTURE x VALUE "N".
           88  WS-SECTION-OK        VALUE "Y".
       01  WS-ENROLLED-SWITCH   PICTURE x VALUE "N".
           88  WS-ENROLLED          VALUE "Y".
       01  WS-CENSUS-DATE       PICTURE 9(8) VALUE ZEROES.
       01  WS-TERM-START        PICTURE 9(8) VALUE ZEROES.
       01  WS-SCHOOL-CODE       PICTURE x(8) VALUE SPACES.
       01  WS-CURRENT-DATE-TIME PICTURE x(21).
      ******************************************************************
      * The authority's accepted age range for a school census return.
      ******************************************************************
       01  WS-AGE-CHECK         PICTURE 999 VALUE ZEROES.
           88  WS-CENSUS-AGE-VALID  VALUE 5 THRU 21.
       01  WS-SUBSCRIPT         PICTURE 99 VALUE ZEROES.
       01  WS-CREDIT-HOURS      PICTURE 999 VALUE ZEROES.
       01  WS-DAYS-ATTENDED     PICTURE 999 VALUE ZEROES.
       01  WS-DAYS-ABSENT       PICTURE 999 VALUE ZEROES.
       01  WS-RES-ADDRESS1      PICTURE x(20) VALUE SPACES.
       01  WS-RES-CITY          PICTURE x(20) VALUE SPACES.
       01  WS-PROBLEM-COUNT     PICTURE 99 VALUE ZEROES.
       01  WS-PROBLEM-TEXT      PICTURE x(36) VALUE SPACES.
       01  WS-RECORD-SEQ        PICTURE 9(6) VALUE ZEROES.
       01  WS-STUDENTS          PICTURE 9(6) VALUE ZEROES.
       01  WS-TOTAL-COURSES     PICTURE 9(7) VALUE ZEROES.
       01  WS-TOTAL-CREDITS     PICTURE 9(7) VALUE ZEROES.
       01  WS-TOTAL-ATTENDED    PICTURE 9(8) VALUE ZEROES.
       01  WS-STUDENTS-IN-ERROR PICTURE 9(6) VALUE ZEROES.
       01  WS-TOTAL-PROBLEMS    PICTURE 9(6) VALUE ZEROES.
       01  WS-NOT-ENROLLED      PICTURE 9(6) VALUE ZEROES.
       01  WS-PROBLEM-LINE.
           05  FILLER           PICTURE x(2) VALUE SPACES.
           05  WS-PL-PERSON-ID  PICTURE 9(6).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-PL-LAST-NAME  PICTURE x(10).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-PL-FIRST-NAME PICTURE x(10).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-PL-SECTION    PICTURE x(4).
           05  FILLER           PICTURE x(2) VALUE SPACES.
           05  WS-PL-PROBLEM    PICTURE x(36).

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 100-INITIALIZE.
           PERFORM 200-PROCESS-STUDENT UNTIL WS-END-OF-MASTER.
           PERFORM 800-WRITE-TRAILER.
           PERFORM 900-TERMINATE.
           STOP RUN.

      ******************************************************************
      * All three parameters must be present and sensible before
      * anything is written; the term must have started by the census
      * date or the attendance count means nothing.
      ******************************************************************
       100-INITIALIZE.
           MOVE "CENSUS-DATE" TO PR-KEYWORD.
           CALL "PARMGET" USING PR-PARM-REQUEST.
           IF NOT PR-PARM-FOUND OR PR-PARM-VALUE NOT NUMERIC
               DISPLAY "CENSUS: CENSUS-DATE MISSING OR NOT NUMERIC "
                   "ON BATCHPRM.DAT, RUN ABORTED"
               STOP RUN
           END-IF.
           MOVE PR-PARM-VALUE TO WS-CENSUS-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-CENSUS-DATE) NOT = 0
               DISPLAY "CENSUS: CENSUS-DATE " WS-CENSUS-DATE
                   " IS NOT A VALID DATE, RUN ABORTED"
               STOP RUN
           END-IF.
           MOVE "TERM-START" TO PR-KEYWORD.
           CALL "PARMGET" USING PR-PARM-REQUEST.
           IF NOT PR-PARM-FOUND OR PR-PARM-VALUE NOT NUMERIC
               DISPLAY "CENSUS: TERM-START MISSING OR NOT NUMERIC "
                   "ON BATCHPRM.DAT, RUN ABORTED"
               STOP RUN
           END-IF.
           MOVE PR-PARM-VALUE TO WS-TERM-START.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-TERM-START) NOT = 0
               DISPLAY "CENSUS: TERM-START " WS-TERM-START
                   " IS NOT A VALID DATE, RUN ABORTED"
               STOP RUN
           END-IF.
           IF WS-TERM-START > WS-CENSUS-DATE
               DISPLAY "CENSUS: TERM-START " WS-TERM-START
                   " IS AFTER CENSUS-DATE " WS-CENSUS-DATE
                   ", RUN ABORTED"
               STOP RUN
           END-IF.
           MOVE "CENSUS-SCHL" TO PR-KEYWORD.
           CALL "PARMGET" USING PR-PARM-REQUEST.
           IF NOT PR-PARM-FOUND OR PR-PARM-VALUE = SPACES
               DISPLAY "CENSUS: CENSUS-SCHL MISSING ON BATCHPRM.DAT, "
                   "RUN ABORTED"
               STOP RUN
           END-IF.
           MOVE PR-PARM-VALUE TO WS-SCHOOL-CODE.
           DISPLAY "CENSUS: SCHOOL " WS-SCHOOL-CODE " CENSUS DATE "
               WS-CENSUS-DATE " TERM START " WS-TERM-START
               " (FROM BATCHPRM.DAT)".
           OPEN INPUT PERSON-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "CENSUS: UNABLE TO OPEN PERSON-MASTER, STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT COURSE-CATALOG.
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "CENSUS: UNABLE TO OPEN COURSE-CATALOG, STATUS "
                   WS-CATALOG-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT ATTENDANCE-FILE.
           IF WS-ATTEND-STATUS NOT = "00"
               DISPLAY "CENSUS: UNABLE TO OPEN ATTENDANCE, STATUS "
                   WS-ATTEND-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT ADDRESS-FILE.
           IF WS-ADDRESS-STATUS = "00"
               SET WS-ADDRESS-OK TO TRUE
           END-IF.
           OPEN INPUT SECTION-MASTER.
           IF WS-SECTION-STATUS = "00"
               SET WS-SECTION-OK TO TRUE
           END-IF.
           OPEN OUTPUT CENSUS-FILE.
           IF WS-CENSUS-STATUS NOT = "00"
               DISPLAY "CENSUS: UNABLE TO OPEN CENSUS-FILE, STATUS "
                   WS-CENSUS-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT EDIT-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "CENSUS: UNABLE TO OPEN EDIT-REPORT, STATUS "
                   WS-REPORT-STATUS
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           PERFORM 110-WRITE-HEADER.
           PERFORM 120-WRITE-REPORT-HEADING.
           PERFORM 190-READ-MASTER.

       110-WRITE-HEADER.
           MOVE SPACES TO CE-CENSUS-RECORD.
           SET CE-HEADER-RECORD TO TRUE.
           MOVE WS-SCHOOL-CODE TO CE-HDR-SCHOOL-CODE.
           MOVE WS-CENSUS-DATE TO CE-HDR-CENSUS-DATE.
           MOVE WS-TERM-START TO CE-HDR-TERM-START.
           MOVE WS-CURRENT-DATE-TIME (1:8) TO CE-HDR-CREATED-DATE.
           PERFORM 850-WRITE-CENSUS-RECORD.

       120-WRITE-REPORT-HEADING.
           MOVE SPACES TO EDIT-REPORT-LINE.
           STRING "ENROLLMENT CENSUS EDIT CHECK  SCHOOL "
               DELIMITED BY SIZE
               WS-SCHOOL-CODE DELIMITED BY SIZE
               "  CENSUS DATE " DELIMITED BY SIZE
               WS-CENSUS-DATE DELIMITED BY SIZE
               INTO EDIT-REPORT-LINE.
           WRITE EDIT-REPORT-LINE.
           MOVE SPACES TO EDIT-REPORT-LINE.
           STRING "ATTENDANCE COUNTED FROM " DELIMITED BY SIZE
               WS-TERM-START DELIMITED BY SIZE
               "  RUN " DELIMITED BY SIZE
               WS-CURRENT-DATE-TIME (1:8) DELIMITED BY SIZE
               INTO EDIT-REPORT-LINE.
           WRITE EDIT-REPORT-LINE.
           MOVE SPACES TO EDIT-REPORT-LINE.
           WRITE EDIT-REPORT-LINE.
           MOVE "  ID     LAST NAME  FIRST NAME SECT  PROBLEM"
               TO EDIT-REPORT-LINE.
           WRITE EDIT-REPORT-LINE.

       190-READ-MASTER.
           READ PERSON-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-MASTER TO TRUE
           END-READ.

      ******************************************************************
      * Enrolled on the census date: not separated, or separated after
      * it - and not readmitted (Active with a later date) after it.
      * A zero STATUS-DATE predates the field and counts as enrolled.
      ******************************************************************
       200-PROCESS-STUDENT.
           SET WS-ENROLLED-SWITCH TO "N".
           IF PM-STATUS-SEPARATED
               IF PM-STATUS-DATE > WS-CENSUS-DATE
                   SET WS-ENROLLED TO TRUE
               END-IF
           ELSE
               IF PM-STATUS-DATE NOT > WS-CENSUS-DATE
                   SET WS-ENROLLED TO TRUE
               END-IF
           END-IF.
           IF WS-ENROLLED
               MOVE ZEROES TO WS-PROBLEM-COUNT
               PERFORM 300-TOTAL-CREDIT-HOURS
               PERFORM 400-COUNT-ATTENDANCE
               PERFORM 500-SELECT-RESIDENCE
               PERFORM 600-EDIT-STUDENT
               PERFORM 700-WRITE-DETAIL
           ELSE
               ADD 1 TO WS-NOT-ENROLLED
           END-IF.
           PERFORM 190-READ-MASTER.

       300-TOTAL-CREDIT-HOURS.
           MOVE ZEROES TO WS-CREDIT-HOURS.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > PM-COURSE-COUNT
               MOVE PM-COURSE-CODE (WS-SUBSCRIPT) TO CC-COURSE-CODE
               READ COURSE-CATALOG
                   INVALID KEY
                       MOVE SPACES TO WS-PROBLEM-TEXT
                       STRING "COURSE " DELIMITED BY SIZE
                           PM-COURSE-CODE (WS-SUBSCRIPT)
                           DELIMITED BY SIZE
                           " NOT ON CATALOG" DELIMITED BY SIZE
                           INTO WS-PROBLEM-TEXT
                       PERFORM 690-REPORT-PROBLEM
                   NOT INVALID KEY
                       ADD CC-CREDIT-HOURS TO WS-CREDIT-HOURS
               END-READ
           END-PERFORM.

      ******************************************************************
      * The student's marks sit together under their ID, so the count
      * starts at the term-start key and stops at the census date or
      * the next student.
      ******************************************************************
       400-COUNT-ATTENDANCE.
           MOVE ZEROES TO WS-DAYS-ATTENDED.
           MOVE ZEROES TO WS-DAYS-ABSENT.
           MOVE PM-PERSON-ID TO AT-KEY-PERSON-ID.
           MOVE WS-TERM-START TO AT-KEY-DATE.
           SET WS-ATTEND-EOF-SWITCH TO "N".
           START ATTENDANCE-FILE KEY IS NOT LESS THAN AT-ATTEND-KEY
               INVALID KEY
                   SET WS-END-OF-ATTENDANCE TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-ATTENDANCE
               READ ATTENDANCE-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-ATTENDANCE TO TRUE
                   NOT AT END
                       IF AT-KEY-PERSON-ID NOT = PM-PERSON-ID OR
                               AT-KEY-DATE > WS-CENSUS-DATE
                           SET WS-END-OF-ATTENDANCE TO TRUE
                       ELSE
                           IF AT-ABSENT
                               ADD 1 TO WS-DAYS-ABSENT
                           ELSE
                               ADD 1 TO WS-DAYS-ATTENDED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       500-SELECT-RESIDENCE.
           MOVE PM-ADDRESS1 TO WS-RES-ADDRESS1.
           MOVE PM-CITY     TO WS-RES-CITY.
           IF WS-ADDRESS-OK
               MOVE PM-PERSON-ID TO AF-KEY-PERSON-ID
               MOVE "HOME" TO AF-KEY-ADDRESS-TYPE
               READ ADDRESS-FILE
                   NOT INVALID KEY
                       MOVE AF-ADDRESS1 TO WS-RES-ADDRESS1
                       MOVE AF-CITY     TO WS-RES-CITY
               END-READ
           END-IF.

       600-EDIT-STUDENT.
           IF WS-RES-ADDRESS1 = SPACES OR WS-RES-CITY = SPACES
               MOVE "MISSING ADDRESS" TO WS-PROBLEM-TEXT
               PERFORM 690-REPORT-PROBLEM
           END-IF.
           MOVE PM-AGE TO WS-AGE-CHECK.
           IF NOT WS-CENSUS-AGE-VALID
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING "AGE " DELIMITED BY SIZE
                   PM-AGE DELIMITED BY SIZE
                   " OUTSIDE 5 TO 21" DELIMITED BY SIZE
                   INTO WS-PROBLEM-TEXT
               PERFORM 690-REPORT-PROBLEM
           END-IF.
           IF PM-CLASS-SECTION = SPACES
               MOVE "NO CLASS SECTION" TO WS-PROBLEM-TEXT
               PERFORM 690-REPORT-PROBLEM
           ELSE
               IF WS-SECTION-OK
                   MOVE PM-CLASS-SECTION TO SM-SECTION-CODE
                   READ SECTION-MASTER
                       INVALID KEY
                           MOVE "SECTION NOT ON SECTION-MASTER" TO
                               WS-PROBLEM-TEXT
                           PERFORM 690-REPORT-PROBLEM
                   END-READ
               END-IF
           END-IF.
           IF PM-COURSE-COUNT = ZERO
               MOVE "NO COURSES - ZERO COURSE LOAD" TO WS-PROBLEM-TEXT
               PERFORM 690-REPORT-PROBLEM
           END-IF.
           IF WS-DAYS-ATTENDED = ZERO
               MOVE "NO ATTENDANCE SINCE TERM START" TO
                   WS-PROBLEM-TEXT
               PERFORM 690-REPORT-PROBLEM
           END-IF.
           IF WS-PROBLEM-COUNT > ZERO
               ADD 1 TO WS-STUDENTS-IN-ERROR
           END-IF.

       690-REPORT-PROBLEM.
           ADD 1 TO WS-PROBLEM-COUNT.
           ADD 1 TO WS-TOTAL-PROBLEMS.
           MOVE PM-PERSON-ID TO WS-PL-PERSON-ID.
           MOVE PM-LAST-NAME TO WS-PL-LAST-NAME.
           MOVE PM-FIRST-NAME TO WS-PL-FIRST-NAME.
           MOVE PM-CLASS-SECTION TO WS-PL-SECTION.
           MOVE WS-PROBLEM-TEXT TO WS-PL-PROBLEM.
           MOVE WS-PROBLEM-LINE TO EDIT-REPORT-LINE.
           WRITE EDIT-REPORT-LINE.

       700-WRITE-DETAIL.
           MOVE SPACES TO CE-CENSUS-RECORD.
           SET CE-DETAIL-RECORD TO TRUE.
           MOVE PM-PERSON-ID TO CE-PERSON-ID.
           MOVE PM-LAST-NAME TO CE-LAST-NAME.
           MOVE PM-FIRST-NAME TO CE-FIRST-NAME.
           MOVE PM-AGE TO CE-AGE.
           MOVE PM-CLASS-SECTION TO CE-CLASS-SECTION.
           MOVE PM-COURSE-COUNT TO CE-COURSE-LOAD.
           MOVE WS-CREDIT-HOURS TO CE-CREDIT-HOURS.
           MOVE WS-DAYS-ATTENDED TO CE-DAYS-ATTENDED.
           MOVE WS-DAYS-ABSENT TO CE-DAYS-ABSENT.
           MOVE WS-RES-ADDRESS1 TO CE-ADDRESS1.
           MOVE WS-RES-CITY TO CE-CITY.
           PERFORM 850-WRITE-CENSUS-RECORD.
           ADD 1 TO WS-STUDENTS.
           ADD PM-COURSE-COUNT TO WS-TOTAL-COURSES.
           ADD WS-CREDIT-HOURS TO WS-TOTAL-CREDITS.
           ADD WS-DAYS-ATTENDED TO WS-TOTAL-ATTENDED.

       800-WRITE-TRAILER.
           MOVE SPACES TO CE-CENSUS-RECORD.
           SET CE-TRAILER-RECORD TO TRUE.
           MOVE WS-SCHOOL-CODE TO CE-TRL-SCHOOL-CODE.
           MOVE WS-STUDENTS TO CE-TRL-STUDENTS.
           MOVE WS-TOTAL-COURSES TO CE-TRL-COURSES.
           MOVE WS-TOTAL-CREDITS TO CE-TRL-CREDIT-HOURS.
           MOVE WS-TOTAL-ATTENDED TO CE-TRL-DAYS-ATTENDED.
           PERFORM 850-WRITE-CENSUS-RECORD.

      ******************************************************************
      * Every record is numbered here, so the sequence can never skip.
      ******************************************************************
       850-WRITE-CENSUS-RECORD.
           ADD 1 TO WS-RECORD-SEQ.
           MOVE WS-RECORD-SEQ TO CE-RECORD-SEQ.
           MOVE CE-CENSUS-RECORD TO CENSUS-FILE-RECORD.
           WRITE CENSUS-FILE-RECORD.
           IF WS-CENSUS-STATUS NOT = "00"
               DISPLAY "CENSUS: CENSUS-FILE WRITE FAILED, STATUS "
                   WS-CENSUS-STATUS " - RUN ABORTED, FILE INCOMPLETE"
               STOP RUN
           END-IF.

       900-TERMINATE.
           MOVE SPACES TO EDIT-REPORT-LINE.
           WRITE EDIT-REPORT-LINE.
           MOVE SPACES TO EDIT-REPORT-LINE.
           STRING "STUDENTS REPORTED " DELIMITED BY SIZE
               WS-STUDENTS DELIMITED BY SIZE
               "  COURSES " DELIMITED BY SIZE
               WS-TOTAL-COURSES DELIMITED BY SIZE
               "  CREDIT HOURS " DELIMITED BY SIZE
               WS-TOTAL-CREDITS DELIMITED BY SIZE
               INTO EDIT-REPORT-LINE.
           WRITE EDIT-REPORT-LINE.
           MOVE SPACES TO EDIT-REPORT-LINE.
           STRING "DAYS ATTENDED " DELIMITED BY SIZE
               WS-TOTAL-ATTENDED DELIMITED BY SIZE
               "  RECORDS ON FILE " DELIMITED BY SIZE
               WS-RECORD-SEQ DELIMITED BY SIZE
               "  NOT ENROLLED " DELIMITED BY SIZE
               WS-NOT-ENROLLED DELIMITED BY SIZE
               INTO EDIT-REPORT-LINE.
           WRITE EDIT-REPORT-LINE.
           MOVE SPACES TO EDIT-REPORT-LINE.
           STRING "STUDENTS IN ERROR " DELIMITED BY SIZE
               WS-STUDENTS-IN-ERROR DELIMITED BY SIZE
               "  PROBLEMS " DELIMITED BY SIZE
               WS-TOTAL-PROBLEMS DELIMITED BY SIZE
               INTO EDIT-REPORT-LINE.
           WRITE EDIT-REPORT-LINE.
           IF WS-STUDENTS-IN-ERROR > ZERO
               MOVE SPACES TO EDIT-REPORT-LINE
               STRING "CORRECT THE RECORDS LISTED AND RERUN BEFORE "
                   DELIMITED BY SIZE
                   "SUBMITTING CENSUS.DAT" DELIMITED BY SIZE
                   INTO EDIT-REPORT-LINE
           ELSE
               MOVE "NO EDIT ERRORS - CENSUS.DAT IS READY TO SUBMIT"
                   TO EDIT-REPORT-LINE
           END-IF.
           WRITE EDIT-REPORT-LINE.
           CLOSE PERSON-MASTER.
           CLOSE COURSE-CATALOG.
           CLOSE ATTENDANCE-FILE.
           IF WS-ADDRESS-OK
               CLOSE ADDRESS-FILE
           END-IF.
           IF WS-SECTION-OK
               CLOSE SECTION-MASTER
           END-IF.
           CLOSE CENSUS-FILE.
           CLOSE EDIT-REPORT.
           DISPLAY "CENSUS: STUDENTS REPORTED " WS-STUDENTS.
           DISPLAY "CENSUS: STUDENTS IN ERROR " WS-STUDENTS-IN-ERROR
               " (LISTED ON CENSUS.RPT)".
