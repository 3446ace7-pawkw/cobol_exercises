      ******************************************************************
      * Truancy escalation report
      * Lists every open truancy case on TRUCASE.DAT where nobody has
      * reached the family for ten or more school days. The days are
      * counted on SCHOOL-CALENDAR: session dates after the case's
      * last contact (an outreach attempt that reached the guardian,
      * as logged through TRUANCY-OUTREACH) up to and including
      * today, or after the date the case opened when there has been
      * no contact at all. Weekends and holidays never count against
      * the staff. Each line shows the student, section, when the
      * case opened, how many attempts have been made and when, the
      * last contact and the school days since, with the primary
      * guardian's name and phone off CONTACT-FILE to chase. Output
      * is TRUESC.RPT, totals echoed on the console. A case whose
      * student is no longer on PERSON-MASTER, or has graduated or
      * withdrawn, is not escalated - TRUCASE closes it as separated
      * on its next run - but is counted on the totals line.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRUESC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-FILE ASSIGN TO "TRUCASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TC-CASE-KEY
               FILE STATUS IS WS-CASE-STATUS.

           SELECT SCHOOL-CALENDAR ASSIGN TO "SCHOOLCL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY-DATE
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT PERSON-MASTER ASSIGN TO "PERSONMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PERSON-ID
               ALTERNATE RECORD KEY IS PM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CONTACT-FILE ASSIGN TO "CONTACTM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-CONTACT-KEY
               FILE STATUS IS WS-CONTACT-STATUS.

           SELECT ESCALATION-REPORT ASSIGN TO "TRUESC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASE-FILE.
           COPY TRCASREC REPLACING ==:PFX:== BY ==TC-==.

       FD  SCHOOL-CALENDAR.
           COPY CALREC REPLACING ==:PFX:== BY ==CL-==.

       FD  PERSON-MASTER.
           COPY PERSONREC REPLACING ==:PFX:== BY ==PM-==.

       FD  CONTACT-FILE.
           COPY CONTREC REPLACING ==:PFX:== BY ==CN-==.

       FD  ESCALATION-REPORT.
       01  ESCALATION-LINE      PICTURE x(100).

       WORKING-STORAGE SECTION.
       01  WS-CASE-STATUS       PICTURE xx VALUE "00".
       01  WS-CALENDAR-STATUS   PICTURE xx VALUE "00".
       01  WS-MASTER-STATUS     PICTURE xx VALUE "00".
       01  WS-CONTACT-STATUS    PICTURE xx VALUE "00".
       01  WS-REPORT-STATUS     PICTURE xx VALUE "00".
       01  WS-EOF-SWITCH        PICTURE x VALUE "N".
           88  WS-END-OF-CASES      VALUE "Y".
       01  WS-CALENDAR-EOF-SWITCH PICTURE x VALUE "N".
           88  WS-END-OF-CALENDAR   VALUE "Y".
       01  WS-CONTACT-EOF-SWITCH PICTURE x VALUE "N".
           88  WS-END-OF-CONTACTS   VALUE "Y".
       01  WS-MASTER-OK-SWITCH  PICTURE x VALUE "N".
           88  WS-MASTER-OK         VALUE "Y".
       01  WS-CONTACT-OK-SWITCH PICTURE x VALUE "N".
           88  WS-CONTACT-OK        VALUE "Y".
      ******************************************************************
      * School days without contact before a case is escalated.
      ******************************************************************
       01  WS-ESCALATION-DAYS   PICTURE 999 VALUE 10.
       01  WS-CURRENT-DATE-TIME PICTURE x(21).
       01  WS-RUN-DATE          PICTURE 9(8) VALUE ZEROES.
       01  WS-SINCE-DATE        PICTURE 9(8) VALUE ZEROES.
       01  WS-SCHOOL-DAYS       PICTURE 999 VALUE ZEROES.
       01  WS-OPEN-CASES        PICTURE 9(5) VALUE ZEROES.
       01  WS-ESCALATED         PICTURE 9(5) VALUE ZEROES.
       01  WS-PASSED-OVER       PICTURE 9(5) VALUE ZEROES.
       01  WS-STUDENT-GONE-SWITCH PICTURE x VALUE "N".
           88  WS-STUDENT-GONE      VALUE "Y".
       01  WS-GUARDIAN-NAME     PICTURE x(20) VALUE SPACES.
       01  WS-GUARDIAN-PHONE    PICTURE 9(10) VALUE ZEROES.
       01  WS-DETAIL-LINE.
           05  WS-DL-PERSON-ID  PICTURE 9(6).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-DL-NAME       PICTURE x(21).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-DL-SECTION    PICTURE x(4).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-DL-OPENED     PICTURE 9(8).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-DL-ATTEMPTS   PICTURE ZZ9.
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-DL-LAST-ATTEMPT PICTURE x(8).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-DL-LAST-CONTACT PICTURE x(8).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-DL-DAYS       PICTURE ZZ9.
       01  WS-GUARDIAN-LINE.
           05  FILLER           PICTURE x(8) VALUE SPACES.
           05  FILLER           PICTURE x(10) VALUE "GUARDIAN: ".
           05  WS-GL-NAME       PICTURE x(20).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-GL-PHONE      PICTURE 9(10).

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 100-INITIALIZE.
           PERFORM 200-CHECK-CASE UNTIL WS-END-OF-CASES.
           PERFORM 900-TERMINATE.
           STOP RUN.

      ******************************************************************
      * Without the calendar there is no counting school days, so it
      * is mandatory; no case file simply means no cases yet.
      ******************************************************************
       100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-RUN-DATE.
           OPEN INPUT CASE-FILE.
           IF WS-CASE-STATUS = "35"
               SET WS-END-OF-CASES TO TRUE
           ELSE
               IF WS-CASE-STATUS NOT = "00"
                   DISPLAY "TRUESC: UNABLE TO OPEN CASE-FILE, STATUS "
                       WS-CASE-STATUS
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT SCHOOL-CALENDAR.
           IF WS-CALENDAR-STATUS NOT = "00"
               DISPLAY "TRUESC: UNABLE TO OPEN SCHOOL-CALENDAR, STATUS "
                   WS-CALENDAR-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT PERSON-MASTER.
           IF WS-MASTER-STATUS = "00"
               SET WS-MASTER-OK TO TRUE
           END-IF.
           OPEN INPUT CONTACT-FILE.
           IF WS-CONTACT-STATUS = "00"
               SET WS-CONTACT-OK TO TRUE
           END-IF.
           OPEN OUTPUT ESCALATION-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "TRUESC: UNABLE TO OPEN ESCALATION-REPORT, "
                   "STATUS " WS-REPORT-STATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO ESCALATION-LINE.
           STRING "TRUANCY CASES WITH NO CONTACT IN " DELIMITED BY SIZE
               WS-ESCALATION-DAYS DELIMITED BY SIZE
               " SCHOOL DAYS  AS OF " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO ESCALATION-LINE.
           WRITE ESCALATION-LINE.
           MOVE SPACES TO ESCALATION-LINE.
           WRITE ESCALATION-LINE.
           MOVE SPACES TO ESCALATION-LINE.
           MOVE "ID" TO ESCALATION-LINE (1:2).
           MOVE "STUDENT" TO ESCALATION-LINE (8:7).
           MOVE "SECT" TO ESCALATION-LINE (30:4).
           MOVE "OPENED" TO ESCALATION-LINE (35:6).
           MOVE "TRY" TO ESCALATION-LINE (44:3).
           MOVE "LAST TRY" TO ESCALATION-LINE (48:8).
           MOVE "CONTACT" TO ESCALATION-LINE (57:7).
           MOVE "DAYS" TO ESCALATION-LINE (65:4).
           WRITE ESCALATION-LINE.
           MOVE ALL "-" TO ESCALATION-LINE (1:68).
           WRITE ESCALATION-LINE.
           IF NOT WS-END-OF-CASES
               PERFORM 110-READ-CASE
           END-IF.

       110-READ-CASE.
           READ CASE-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-CASES TO TRUE
           END-READ.

       200-CHECK-CASE.
           IF TC-CASE-OPEN
               PERFORM 210-CHECK-STUDENT
               IF WS-STUDENT-GONE
                   ADD 1 TO WS-PASSED-OVER
               ELSE
                   ADD 1 TO WS-OPEN-CASES
                   IF TC-LAST-CONTACT-DATE > 0
                       MOVE TC-LAST-CONTACT-DATE TO WS-SINCE-DATE
                   ELSE
                       MOVE TC-KEY-OPEN-DATE TO WS-SINCE-DATE
                   END-IF
                   PERFORM 300-COUNT-SCHOOL-DAYS
                   IF WS-SCHOOL-DAYS >= WS-ESCALATION-DAYS
                       PERFORM 400-PRINT-ESCALATION
                   END-IF
               END-IF
           END-IF.
           PERFORM 110-READ-CASE.

      ******************************************************************
      * Without the master no student can be ruled out, so every
      * open case is judged on its dates alone.
      ******************************************************************
       210-CHECK-STUDENT.
           SET WS-STUDENT-GONE-SWITCH TO "N".
           IF WS-MASTER-OK
               MOVE TC-KEY-PERSON-ID TO PM-PERSON-ID
               READ PERSON-MASTER
                   INVALID KEY
                       SET WS-STUDENT-GONE TO TRUE
                   NOT INVALID KEY
                       IF PM-STATUS-SEPARATED
                           SET WS-STUDENT-GONE TO TRUE
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * Session dates strictly after the since-date, through today.
      ******************************************************************
       300-COUNT-SCHOOL-DAYS.
           MOVE ZEROES TO WS-SCHOOL-DAYS.
           MOVE WS-SINCE-DATE TO CL-KEY-DATE.
           SET WS-CALENDAR-EOF-SWITCH TO "N".
           START SCHOOL-CALENDAR KEY IS GREATER THAN CL-KEY-DATE
               INVALID KEY
                   SET WS-END-OF-CALENDAR TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-CALENDAR
               READ SCHOOL-CALENDAR NEXT RECORD
                   AT END
                       SET WS-END-OF-CALENDAR TO TRUE
               END-READ
               IF NOT WS-END-OF-CALENDAR
                   IF CL-KEY-DATE > WS-RUN-DATE OR
                           WS-SCHOOL-DAYS = 999
                       SET WS-END-OF-CALENDAR TO TRUE
                   ELSE
                       ADD 1 TO WS-SCHOOL-DAYS
                   END-IF
               END-IF
           END-PERFORM.

       400-PRINT-ESCALATION.
           ADD 1 TO WS-ESCALATED.
           MOVE TC-KEY-PERSON-ID TO WS-DL-PERSON-ID.
           MOVE "(NOT ON MASTER)" TO WS-DL-NAME.
           IF WS-MASTER-OK
               MOVE TC-KEY-PERSON-ID TO PM-PERSON-ID
               READ PERSON-MASTER
                   NOT INVALID KEY
                       MOVE SPACES TO WS-DL-NAME
                       STRING PM-FIRST-NAME DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           PM-LAST-NAME DELIMITED BY SIZE
                           INTO WS-DL-NAME
               END-READ
           END-IF.
           MOVE TC-CLASS-SECTION TO WS-DL-SECTION.
           MOVE TC-KEY-OPEN-DATE TO WS-DL-OPENED.
           MOVE TC-ATTEMPT-COUNT TO WS-DL-ATTEMPTS.
           IF TC-LAST-ATTEMPT-DATE > 0
               MOVE TC-LAST-ATTEMPT-DATE TO WS-DL-LAST-ATTEMPT
           ELSE
               MOVE "NONE" TO WS-DL-LAST-ATTEMPT
           END-IF.
           IF TC-LAST-CONTACT-DATE > 0
               MOVE TC-LAST-CONTACT-DATE TO WS-DL-LAST-CONTACT
           ELSE
               MOVE "NONE" TO WS-DL-LAST-CONTACT
           END-IF.
           MOVE WS-SCHOOL-DAYS TO WS-DL-DAYS.
           MOVE WS-DETAIL-LINE TO ESCALATION-LINE.
           WRITE ESCALATION-LINE.
           PERFORM 410-FIND-PRIMARY-GUARDIAN.
           MOVE WS-GUARDIAN-NAME TO WS-GL-NAME.
           MOVE WS-GUARDIAN-PHONE TO WS-GL-PHONE.
           MOVE WS-GUARDIAN-LINE TO ESCALATION-LINE.
           WRITE ESCALATION-LINE.

      ******************************************************************
      * Primary guardian as ATRLETTR finds it: the lowest-sequence
      * contact whose relationship is GUARDIAN.
      ******************************************************************
       410-FIND-PRIMARY-GUARDIAN.
           MOVE "NONE ON FILE" TO WS-GUARDIAN-NAME.
           MOVE ZEROES TO WS-GUARDIAN-PHONE.
           IF WS-CONTACT-OK
               MOVE TC-KEY-PERSON-ID TO CN-KEY-PERSON-ID
               MOVE ZEROES TO CN-KEY-CONTACT-SEQ
               SET WS-CONTACT-EOF-SWITCH TO "N"
               START CONTACT-FILE KEY IS NOT LESS THAN CN-CONTACT-KEY
                   INVALID KEY
                       SET WS-END-OF-CONTACTS TO TRUE
               END-START
               PERFORM UNTIL WS-END-OF-CONTACTS
                   READ CONTACT-FILE NEXT RECORD
                       AT END
                           SET WS-END-OF-CONTACTS TO TRUE
                   END-READ
                   IF NOT WS-END-OF-CONTACTS
                       IF CN-KEY-PERSON-ID NOT = TC-KEY-PERSON-ID
                           SET WS-END-OF-CONTACTS TO TRUE
                       ELSE
                           IF CN-GUARDIAN
                               MOVE CN-CONTACT-NAME TO WS-GUARDIAN-NAME
                               MOVE CN-PHONE TO WS-GUARDIAN-PHONE
                               SET WS-END-OF-CONTACTS TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       900-TERMINATE.
           MOVE SPACES TO ESCALATION-LINE.
           WRITE ESCALATION-LINE.
           MOVE SPACES TO ESCALATION-LINE.
           STRING "OPEN CASES " DELIMITED BY SIZE
               WS-OPEN-CASES DELIMITED BY SIZE
               "  ESCALATED " DELIMITED BY SIZE
               WS-ESCALATED DELIMITED BY SIZE
               "  STUDENT GONE " DELIMITED BY SIZE
               WS-PASSED-OVER DELIMITED BY SIZE
               INTO ESCALATION-LINE.
           WRITE ESCALATION-LINE.
           IF WS-CASE-STATUS NOT = "35"
               CLOSE CASE-FILE
           END-IF.
           CLOSE SCHOOL-CALENDAR.
           IF WS-MASTER-OK
               CLOSE PERSON-MASTER
           END-IF.
           IF WS-CONTACT-OK
               CLOSE CONTACT-FILE
           END-IF.
           CLOSE ESCALATION-REPORT.
           DISPLAY "TRUESC: OPEN CASES " WS-OPEN-CASES.
           DISPLAY "TRUESC: ESCALATED  " WS-ESCALATED.
           DISPLAY "TRUESC: GONE       " WS-PASSED-OVER.
