      ******************************************************************
      * Truancy case batch
      * Keeps the truancy case file TRUCASE.DAT in step with the
      * ATTENDANCE file, so a student ATTENDRP would flag CHRONIC no
      * longer waits for someone to read the report. Walks ATTENDANCE
      * (keyed PERSON-ID + DATE, each student's marks together) and,
      * per student:
      *   - no open case: absences since their last case closed (or
      *     ever, if they have never had one) are counted, and at the
      *     CHRONIC-ABS threshold a case is opened dated today;
      *   - an open case: the attendance rate since the case opened
      *     (days present or late over days marked) is worked out,
      *     and once at least ten days have been marked and the rate
      *     has reached TRUANT-RECOV percent the case is closed as
      *     recovered. A student who has graduated or withdrawn has
      *     their open case closed as separated.
      * After the attendance pass every case still open is checked
      * against PERSON-MASTER, since SEPBATCH takes a separated
      * student's attendance off with them and their case would
      * otherwise never come up again; one whose student is gone or
      * separated is closed as separated too.
      * Both thresholds come from BATCHPRM.DAT; either missing or not
      * numeric aborts before anything is touched. Every case opened
      * or closed is listed on TRUCASE.RPT. Outreach against a case
      * is logged in TRUANCY-OUTREACH; TRUESC escalates the cases
      * nobody has reached the family on.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRUCASE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATTENDANCE-FILE ASSIGN TO "ATTENDMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AT-ATTEND-KEY
               FILE STATUS IS WS-ATTEND-STATUS.

           SELECT PERSON-MASTER ASSIGN TO "PERSONMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PERSON-ID
               ALTERNATE RECORD KEY IS PM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CASE-FILE ASSIGN TO "TRUCASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-CASE-KEY
               FILE STATUS IS WS-CASE-STATUS.

           SELECT CASE-REPORT ASSIGN TO "TRUCASE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ATTENDANCE-FILE.
           COPY ATTENDREC REPLACING ==:PFX:== BY ==AT-==.

       FD  PERSON-MASTER.
           COPY PERSONREC REPLACING ==:PFX:== BY ==PM-==.

       FD  CASE-FILE.
           COPY TRCASREC REPLACING ==:PFX:== BY ==TC-==.

       FD  CASE-REPORT.
       01  CASE-REPORT-LINE     PICTURE x(80).

       WORKING-STORAGE SECTION.
       01  WS-ATTEND-STATUS     PICTURE xx VALUE "00".
       01  WS-MASTER-STATUS     PICTURE xx VALUE "00".
       01  WS-CASE-STATUS       PICTURE xx VALUE "00".
       01  WS-REPORT-STATUS     PICTURE xx VALUE "00".
       01  WS-EOF-SWITCH        PICTURE x VALUE "N".
           88  WS-END-OF-ATTENDANCE VALUE "Y".
       01  WS-CASE-EOF-SWITCH   PICTURE x VALUE "N".
           88  WS-END-OF-CASES      VALUE "Y".
       01  WS-PERSON-ACTIVE-SWITCH PICTURE x VALUE "N".
           88  WS-PERSON-ACTIVE     VALUE "Y".
       01  WS-CASE-OPEN-SWITCH  PICTURE x VALUE "N".
           88  WS-HAS-OPEN-CASE     VALUE "Y".
       01  WS-ON-MASTER-SWITCH  PICTURE x VALUE "N".
           88  WS-ON-MASTER         VALUE "Y".
       01  WS-CHRONIC-THRESHOLD PICTURE 99 VALUE ZEROES.
       01  WS-RECOVERY-RATE     PICTURE 999 VALUE ZEROES.
      ******************************************************************
      * A case is not judged recovered on fewer marked days than this;
      * one good day straight after opening proves nothing.
      ******************************************************************
       01  WS-MINIMUM-DAYS      PICTURE 99 VALUE 10.
           COPY PARMRQ REPLACING ==:PFX:== BY ==PR-==.
       01  WS-CURRENT-DATE-TIME PICTURE x(21).
       01  WS-RUN-DATE          PICTURE 9(8) VALUE ZEROES.
       01  WS-CURRENT-PERSON    PICTURE 9(6) VALUE ZEROES.
       01  WS-CURRENT-SECTION   PICTURE x(4) VALUE SPACES.
       01  WS-CASE-OPEN-DATE    PICTURE 9(8) VALUE ZEROES.
       01  WS-LAST-CLOSE-DATE   PICTURE 9(8) VALUE ZEROES.
       01  WS-ABSENT-COUNT      PICTURE 999 VALUE ZEROES.
       01  WS-DAYS-SINCE-OPEN   PICTURE 999 VALUE ZEROES.
       01  WS-DAYS-ATTENDED     PICTURE 999 VALUE ZEROES.
       01  WS-RATE              PICTURE 999 VALUE ZEROES.
       01  WS-STUDENTS-READ     PICTURE 9(7) VALUE ZEROES.
       01  WS-CASES-OPENED      PICTURE 9(7) VALUE ZEROES.
       01  WS-CASES-CLOSED      PICTURE 9(7) VALUE ZEROES.
       01  WS-CASES-STILL-OPEN  PICTURE 9(7) VALUE ZEROES.
       01  WS-ACTION-LINE.
           05  WS-AL-PERSON-ID  PICTURE 9(6).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-AL-NAME       PICTURE x(21).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-AL-SECTION    PICTURE x(4).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-AL-ACTION     PICTURE x(6).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-AL-DETAIL     PICTURE x(39).

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 100-INITIALIZE.
           PERFORM 200-PROCESS-ATTENDANCE UNTIL WS-END-OF-ATTENDANCE.
           IF WS-PERSON-ACTIVE
               PERFORM 400-JUDGE-STUDENT
           END-IF.
           PERFORM 500-CLOSE-ORPHAN-CASES.
           PERFORM 900-TERMINATE.
           STOP RUN.

       100-INITIALIZE.
           MOVE "CHRONIC-ABS" TO PR-KEYWORD.
           CALL "PARMGET" USING PR-PARM-REQUEST.
           IF NOT PR-PARM-FOUND OR PR-PARM-VALUE (1:2) NOT NUMERIC
               DISPLAY "TRUCASE: CHRONIC-ABS MISSING OR NOT NUMERIC "
                   "ON BATCHPRM.DAT, RUN ABORTED"
               STOP RUN
           END-IF.
           MOVE PR-PARM-VALUE (1:2) TO WS-CHRONIC-THRESHOLD.
           MOVE "TRUANT-RECOV" TO PR-KEYWORD.
           CALL "PARMGET" USING PR-PARM-REQUEST.
           IF NOT PR-PARM-FOUND OR PR-PARM-VALUE (1:3) NOT NUMERIC
               DISPLAY "TRUCASE: TRUANT-RECOV MISSING OR NOT NUMERIC "
                   "ON BATCHPRM.DAT, RUN ABORTED"
               STOP RUN
           END-IF.
           MOVE PR-PARM-VALUE (1:3) TO WS-RECOVERY-RATE.
           IF WS-RECOVERY-RATE > 100
               DISPLAY "TRUCASE: TRUANT-RECOV OVER 100 PERCENT, "
                   "RUN ABORTED"
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-RUN-DATE.
           OPEN INPUT ATTENDANCE-FILE.
           IF WS-ATTEND-STATUS NOT = "00"
               DISPLAY "TRUCASE: UNABLE TO OPEN ATTENDANCE, STATUS "
                   WS-ATTEND-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT PERSON-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "TRUCASE: UNABLE TO OPEN PERSON-MASTER, STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN I-O CASE-FILE.
           IF WS-CASE-STATUS = "35"
               CLOSE CASE-FILE
               OPEN OUTPUT CASE-FILE
               CLOSE CASE-FILE
               OPEN I-O CASE-FILE
           END-IF.
           IF WS-CASE-STATUS NOT = "00"
               DISPLAY "TRUCASE: UNABLE TO OPEN CASE-FILE, STATUS "
                   WS-CASE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT CASE-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "TRUCASE: UNABLE TO OPEN CASE-REPORT, STATUS "
                   WS-REPORT-STATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO CASE-REPORT-LINE.
           STRING "TRUANCY CASES OPENED AND CLOSED  RUN DATE "
                   DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO CASE-REPORT-LINE.
           WRITE CASE-REPORT-LINE.
           MOVE SPACES TO CASE-REPORT-LINE.
           STRING "OPEN AT " DELIMITED BY SIZE
               WS-CHRONIC-THRESHOLD DELIMITED BY SIZE
               " ABSENCES, CLOSE AT " DELIMITED BY SIZE
               WS-RECOVERY-RATE DELIMITED BY SIZE
               " PERCENT ATTENDANCE (FROM BATCHPRM.DAT)"
                   DELIMITED BY SIZE
               INTO CASE-REPORT-LINE.
           WRITE CASE-REPORT-LINE.
           MOVE SPACES TO CASE-REPORT-LINE.
           WRITE CASE-REPORT-LINE.
           PERFORM 110-READ-ATTENDANCE.

       110-READ-ATTENDANCE.
           READ ATTENDANCE-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-ATTENDANCE TO TRUE
           END-READ.

       200-PROCESS-ATTENDANCE.
           IF WS-PERSON-ACTIVE AND
                   AT-KEY-PERSON-ID NOT = WS-CURRENT-PERSON
               PERFORM 400-JUDGE-STUDENT
           END-IF.
           IF NOT WS-PERSON-ACTIVE
               PERFORM 300-START-STUDENT
           END-IF.
           MOVE AT-CLASS-SECTION TO WS-CURRENT-SECTION.
           IF WS-HAS-OPEN-CASE
               IF AT-KEY-DATE NOT < WS-CASE-OPEN-DATE
                   ADD 1 TO WS-DAYS-SINCE-OPEN
                   IF AT-PRESENT OR AT-LATE
                       ADD 1 TO WS-DAYS-ATTENDED
                   END-IF
               END-IF
           ELSE
               IF AT-KEY-DATE > WS-LAST-CLOSE-DATE AND AT-ABSENT
                   ADD 1 TO WS-ABSENT-COUNT
               END-IF
           END-IF.
           PERFORM 110-READ-ATTENDANCE.

       300-START-STUDENT.
           MOVE AT-KEY-PERSON-ID TO WS-CURRENT-PERSON.
           MOVE ZEROES TO WS-ABSENT-COUNT.
           MOVE ZEROES TO WS-DAYS-SINCE-OPEN.
           MOVE ZEROES TO WS-DAYS-ATTENDED.
           SET WS-PERSON-ACTIVE TO TRUE.
           ADD 1 TO WS-STUDENTS-READ.
           PERFORM 310-FIND-LATEST-CASE.

      ******************************************************************
      * The student's cases sit together in open-date order; the last
      * one decides. If it is open, its key is left in TC-CASE-KEY
      * for 400 to re-read.
      ******************************************************************
       310-FIND-LATEST-CASE.
           SET WS-CASE-OPEN-SWITCH TO "N".
           MOVE ZEROES TO WS-CASE-OPEN-DATE.
           MOVE ZEROES TO WS-LAST-CLOSE-DATE.
           MOVE WS-CURRENT-PERSON TO TC-KEY-PERSON-ID.
           MOVE ZEROES TO TC-KEY-OPEN-DATE.
           SET WS-CASE-EOF-SWITCH TO "N".
           START CASE-FILE KEY IS NOT LESS THAN TC-CASE-KEY
               INVALID KEY
                   SET WS-END-OF-CASES TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-CASES
               READ CASE-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-CASES TO TRUE
               END-READ
               IF NOT WS-END-OF-CASES
                   IF TC-KEY-PERSON-ID NOT = WS-CURRENT-PERSON
                       SET WS-END-OF-CASES TO TRUE
                   ELSE
                       IF TC-CASE-OPEN
                           SET WS-HAS-OPEN-CASE TO TRUE
                           MOVE TC-KEY-OPEN-DATE TO WS-CASE-OPEN-DATE
                       ELSE
                           SET WS-CASE-OPEN-SWITCH TO "N"
                           MOVE TC-CLOSE-DATE TO WS-LAST-CLOSE-DATE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * A student no longer on the master is treated as separated.
      ******************************************************************
       400-JUDGE-STUDENT.
           SET WS-ON-MASTER-SWITCH TO "N".
           MOVE WS-CURRENT-PERSON TO PM-PERSON-ID.
           READ PERSON-MASTER
               NOT INVALID KEY
                   SET WS-ON-MASTER TO TRUE
           END-READ.
           IF WS-HAS-OPEN-CASE
               PERFORM 410-CHECK-OPEN-CASE
           ELSE
               IF WS-ON-MASTER AND NOT PM-STATUS-SEPARATED AND
                       WS-ABSENT-COUNT >= WS-CHRONIC-THRESHOLD AND
                       WS-CHRONIC-THRESHOLD > 0
                   PERFORM 420-OPEN-CASE
               END-IF
           END-IF.
           SET WS-PERSON-ACTIVE-SWITCH TO "N".

       410-CHECK-OPEN-CASE.
           MOVE WS-CURRENT-PERSON TO TC-KEY-PERSON-ID.
           MOVE WS-CASE-OPEN-DATE TO TC-KEY-OPEN-DATE.
           READ CASE-FILE
               INVALID KEY
                   DISPLAY "TRUCASE: CASE FOR " WS-CURRENT-PERSON
                       " VANISHED DURING THE RUN"
           END-READ.
           MOVE ZEROES TO WS-RATE.
           IF WS-DAYS-SINCE-OPEN > 0
               COMPUTE WS-RATE =
                   WS-DAYS-ATTENDED * 100 / WS-DAYS-SINCE-OPEN
           END-IF.
           MOVE SPACES TO WS-AL-DETAIL.
           EVALUATE TRUE
               WHEN NOT WS-ON-MASTER OR PM-STATUS-SEPARATED
                   SET TC-CLOSED-SEPARATED TO TRUE
                   MOVE "STUDENT SEPARATED" TO WS-AL-DETAIL
                   PERFORM 430-CLOSE-CASE
               WHEN WS-DAYS-SINCE-OPEN >= WS-MINIMUM-DAYS AND
                       WS-RATE >= WS-RECOVERY-RATE
                   SET TC-CLOSED-RECOVERED TO TRUE
                   STRING "RECOVERED, " DELIMITED BY SIZE
                       WS-RATE DELIMITED BY SIZE
                       "% OF " DELIMITED BY SIZE
                       WS-DAYS-SINCE-OPEN DELIMITED BY SIZE
                       " DAYS SINCE " DELIMITED BY SIZE
                       WS-CASE-OPEN-DATE DELIMITED BY SIZE
                       INTO WS-AL-DETAIL
                   PERFORM 430-CLOSE-CASE
               WHEN OTHER
                   ADD 1 TO WS-CASES-STILL-OPEN
           END-EVALUATE.

       420-OPEN-CASE.
           MOVE SPACES TO TC-TRUANCY-CASE.
           MOVE WS-CURRENT-PERSON TO TC-KEY-PERSON-ID.
           MOVE WS-RUN-DATE TO TC-KEY-OPEN-DATE.
           SET TC-CASE-OPEN TO TRUE.
           MOVE PM-CLASS-SECTION TO TC-CLASS-SECTION.
           MOVE WS-ABSENT-COUNT TO TC-ABSENCES-AT-OPEN.
           MOVE ZEROES TO TC-ATTEMPT-COUNT.
           MOVE ZEROES TO TC-LAST-ATTEMPT-DATE.
           MOVE ZEROES TO TC-LAST-CONTACT-DATE.
           MOVE ZEROES TO TC-CLOSE-DATE.
           MOVE ZEROES TO TC-RATE-AT-CLOSE.
           WRITE TC-TRUANCY-CASE
               INVALID KEY
                   DISPLAY "TRUCASE: CASE ALREADY DATED " WS-RUN-DATE
                       " FOR " WS-CURRENT-PERSON ", NOT OPENED"
               NOT INVALID KEY
                   ADD 1 TO WS-CASES-OPENED
                   ADD 1 TO WS-CASES-STILL-OPEN
                   MOVE SPACES TO WS-AL-DETAIL
                   STRING WS-ABSENT-COUNT DELIMITED BY SIZE
                       " ABSENCES" DELIMITED BY SIZE
                       INTO WS-AL-DETAIL
                   MOVE "OPENED" TO WS-AL-ACTION
                   PERFORM 440-WRITE-ACTION-LINE
           END-WRITE.

       430-CLOSE-CASE.
           SET TC-CASE-CLOSED TO TRUE.
           MOVE WS-RUN-DATE TO TC-CLOSE-DATE.
           MOVE WS-RATE TO TC-RATE-AT-CLOSE.
           REWRITE TC-TRUANCY-CASE
               INVALID KEY
                   DISPLAY "TRUCASE: CASE FOR " WS-CURRENT-PERSON
                       " NOT CLOSED, STATUS " WS-CASE-STATUS
                   ADD 1 TO WS-CASES-STILL-OPEN
               NOT INVALID KEY
                   ADD 1 TO WS-CASES-CLOSED
                   MOVE "CLOSED" TO WS-AL-ACTION
                   PERFORM 440-WRITE-ACTION-LINE
           END-REWRITE.

       440-WRITE-ACTION-LINE.
           MOVE WS-CURRENT-PERSON TO WS-AL-PERSON-ID.
           MOVE SPACES TO WS-AL-NAME.
           IF WS-ON-MASTER
               STRING PM-FIRST-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PM-LAST-NAME DELIMITED BY SIZE
                   INTO WS-AL-NAME
           ELSE
               MOVE "(NOT ON MASTER)" TO WS-AL-NAME
           END-IF.
           MOVE WS-CURRENT-SECTION TO WS-AL-SECTION.
           MOVE WS-ACTION-LINE TO CASE-REPORT-LINE.
           WRITE CASE-REPORT-LINE.

      ******************************************************************
      * Whole case file in key order. A case closed earlier in this
      * run is no longer open and is passed over; an open case whose
      * student is still on the master and not separated was judged
      * in the attendance pass or has no marks yet, and stays open.
      ******************************************************************
       500-CLOSE-ORPHAN-CASES.
           MOVE ZEROES TO TC-KEY-PERSON-ID.
           MOVE ZEROES TO TC-KEY-OPEN-DATE.
           SET WS-CASE-EOF-SWITCH TO "N".
           START CASE-FILE KEY IS NOT LESS THAN TC-CASE-KEY
               INVALID KEY
                   SET WS-END-OF-CASES TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-CASES
               READ CASE-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-CASES TO TRUE
               END-READ
               IF NOT WS-END-OF-CASES
                   IF TC-CASE-OPEN
                       PERFORM 510-CHECK-ORPHAN-CASE
                   END-IF
               END-IF
           END-PERFORM.

       510-CHECK-ORPHAN-CASE.
           MOVE TC-KEY-PERSON-ID TO WS-CURRENT-PERSON.
           MOVE TC-CLASS-SECTION TO WS-CURRENT-SECTION.
           SET WS-ON-MASTER-SWITCH TO "N".
           MOVE WS-CURRENT-PERSON TO PM-PERSON-ID.
           READ PERSON-MASTER
               NOT INVALID KEY
                   SET WS-ON-MASTER TO TRUE
           END-READ.
           IF NOT WS-ON-MASTER OR PM-STATUS-SEPARATED
               MOVE ZEROES TO WS-RATE
               SET TC-CLOSED-SEPARATED TO TRUE
               MOVE SPACES TO WS-AL-DETAIL
               MOVE "STUDENT SEPARATED" TO WS-AL-DETAIL
               PERFORM 430-CLOSE-CASE
           END-IF.

       900-TERMINATE.
           MOVE SPACES TO CASE-REPORT-LINE.
           WRITE CASE-REPORT-LINE.
           MOVE SPACES TO CASE-REPORT-LINE.
           STRING "STUDENTS " DELIMITED BY SIZE
               WS-STUDENTS-READ DELIMITED BY SIZE
               "  OPENED " DELIMITED BY SIZE
               WS-CASES-OPENED DELIMITED BY SIZE
               "  CLOSED " DELIMITED BY SIZE
               WS-CASES-CLOSED DELIMITED BY SIZE
               "  STILL OPEN " DELIMITED BY SIZE
               WS-CASES-STILL-OPEN DELIMITED BY SIZE
               INTO CASE-REPORT-LINE.
           WRITE CASE-REPORT-LINE.
           CLOSE ATTENDANCE-FILE.
           CLOSE PERSON-MASTER.
           CLOSE CASE-FILE.
           CLOSE CASE-REPORT.
           DISPLAY "TRUCASE: STUDENTS READ     " WS-STUDENTS-READ.
           DISPLAY "TRUCASE: CASES OPENED      " WS-CASES-OPENED.
           DISPLAY "TRUCASE: CASES CLOSED      " WS-CASES-CLOSED.
           DISPLAY "TRUCASE: CASES STILL OPEN  " WS-CASES-STILL-OPEN.
