      ******************************************************************
      * TRUANCY-OUTREACH: attendance staff screen for the truancy
      * cases TRUCASE opens. Each outreach attempt on a student's open
      * case is logged to TRUOUTR.DAT against one of the student's
      * guardians or contacts on CONTACT-FILE - the date, which
      * contact, the method (phone, letter, email, home visit,
      * meeting) and the outcome - with the signed-on operator's ID.
      * The case record's attempt count and last attempt and last
      * contact dates are kept current, which is what TRUESC
      * escalates on; only an outcome that reached the guardian
      * (guardian reached, meeting agreed) counts as a contact. The
      * screen also shows a student's case history with every
      * attempt, and lists the open cases.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRUANCY-OUTREACH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-FILE ASSIGN TO "TRUCASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-CASE-KEY
               FILE STATUS IS WS-CASE-STATUS.

           SELECT OUTREACH-LOG ASSIGN TO "TRUOUTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TO-OUTREACH-KEY
               FILE STATUS IS WS-OUTREACH-STATUS.

           SELECT CONTACT-FILE ASSIGN TO "CONTACTM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-CONTACT-KEY
               FILE STATUS IS WS-CONTACT-STATUS.

           SELECT PERSON-MASTER ASSIGN TO "PERSONMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PERSON-ID
               ALTERNATE RECORD KEY IS PM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASE-FILE.
           COPY TRCASREC REPLACING ==:PFX:== BY ==TC-==.

       FD  OUTREACH-LOG.
           COPY TROUTREC REPLACING ==:PFX:== BY ==TO-==.

       FD  CONTACT-FILE.
           COPY CONTREC REPLACING ==:PFX:== BY ==CN-==.

       FD  PERSON-MASTER.
           COPY PERSONREC REPLACING ==:PFX:== BY ==PM-==.

       WORKING-STORAGE SECTION.
           COPY SIGNONRQ REPLACING ==:PFX:== BY ==SO-==.
       01  WS-CASE-STATUS     PICTURE xx VALUE "00".
       01  WS-OUTREACH-STATUS PICTURE xx VALUE "00".
       01  WS-CONTACT-STATUS  PICTURE xx VALUE "00".
       01  WS-MASTER-STATUS   PICTURE xx VALUE "00".
       01  WS-MENU-CHOICE     PICTURE 9 VALUE ZERO.
       01  WS-DONE-SWITCH     PICTURE x VALUE "N".
           88  WS-DONE            VALUE "Y".
       01  WS-OPEN-ERROR-SWITCH PICTURE x VALUE "N".
           88  WS-OPEN-ERROR      VALUE "Y".
       01  WS-MASTER-OK-SWITCH PICTURE x VALUE "N".
           88  WS-MASTER-OK       VALUE "Y".
       01  WS-CASE-EOF-SWITCH PICTURE x VALUE "N".
           88  WS-END-OF-CASES    VALUE "Y".
       01  WS-OUTREACH-EOF-SWITCH PICTURE x VALUE "N".
           88  WS-END-OF-OUTREACH VALUE "Y".
       01  WS-CONTACT-EOF-SWITCH PICTURE x VALUE "N".
           88  WS-END-OF-CONTACTS VALUE "Y".
       01  WS-CASE-FOUND-SWITCH PICTURE x VALUE "N".
           88  WS-CASE-FOUND      VALUE "Y".
       01  WS-ENTRY-OK-SWITCH PICTURE x VALUE "N".
           88  WS-ENTRY-OK        VALUE "Y".
       01  WS-PERSON-ID       PICTURE 9(6) VALUE ZEROES.
       01  WS-CASE-OPEN-DATE  PICTURE 9(8) VALUE ZEROES.
       01  WS-CONTACT-COUNT   PICTURE 99 VALUE ZEROES.
       01  WS-CONTACT-SEQ     PICTURE 99 VALUE ZEROES.
       01  WS-CONTACT-NAME    PICTURE x(20) VALUE SPACES.
       01  WS-ATTEMPT-DATE    PICTURE 9(8) VALUE ZEROES.
       01  WS-ATTEMPT-DATE-PARTS REDEFINES WS-ATTEMPT-DATE.
           05  WS-AD-YEAR     PICTURE 9(4).
           05  WS-AD-MONTH    PICTURE 99.
           05  WS-AD-DAY      PICTURE 99.
       01  WS-METHOD          PICTURE x VALUE SPACE.
       01  WS-OUTCOME         PICTURE x VALUE SPACE.
       01  WS-NOTE            PICTURE x(30) VALUE SPACES.
       01  WS-NEXT-ATTEMPT    PICTURE 999 VALUE ZEROES.
       01  WS-CURRENT-DATE-TIME PICTURE x(21).
       01  WS-TODAY           PICTURE 9(8) VALUE ZEROES.
       01  WS-LIST-COUNT      PICTURE 9(5) VALUE ZEROES.
       01  WS-STUDENT-NAME    PICTURE x(21) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           MOVE "TRUANCY-OUTREACH" TO SO-PROGRAM-NAME.
           MOVE 1 TO SO-REQUIRED-LEVEL.
           CALL "SIGNON" USING SO-SIGNON-REQUEST.
           IF NOT SO-SIGNED-ON
               SET WS-OPEN-ERROR TO TRUE
           ELSE
               PERFORM 010-OPEN-FILES
           END-IF.
           IF NOT WS-OPEN-ERROR
               SET WS-DONE-SWITCH TO "N"
               PERFORM UNTIL WS-DONE
                   PERFORM 100-DISPLAY-MENU
                   PERFORM 200-PROCESS-CHOICE
               END-PERFORM
               CLOSE CASE-FILE
               CLOSE OUTREACH-LOG
               CLOSE CONTACT-FILE
               IF WS-MASTER-OK
                   CLOSE PERSON-MASTER
               END-IF
           END-IF.
           GOBACK.

      ******************************************************************
      * Outreach is logged against CONTACT-FILE guardians, so that
      * file is mandatory; the master only supplies names.
      ******************************************************************
       010-OPEN-FILES.
           OPEN I-O CASE-FILE.
           IF WS-CASE-STATUS = "35"
               CLOSE CASE-FILE
               OPEN OUTPUT CASE-FILE
               CLOSE CASE-FILE
               OPEN I-O CASE-FILE
           END-IF.
           IF WS-CASE-STATUS NOT = "00"
               DISPLAY "TRUANCY-OUTREACH: UNABLE TO OPEN CASE-FILE, "
                   "STATUS " WS-CASE-STATUS
               SET WS-OPEN-ERROR TO TRUE
           END-IF.
           IF NOT WS-OPEN-ERROR
               OPEN I-O OUTREACH-LOG
               IF WS-OUTREACH-STATUS = "35"
                   CLOSE OUTREACH-LOG
                   OPEN OUTPUT OUTREACH-LOG
                   CLOSE OUTREACH-LOG
                   OPEN I-O OUTREACH-LOG
               END-IF
               IF WS-OUTREACH-STATUS NOT = "00"
                   DISPLAY "TRUANCY-OUTREACH: UNABLE TO OPEN "
                       "OUTREACH-LOG, STATUS " WS-OUTREACH-STATUS
                   CLOSE CASE-FILE
                   SET WS-OPEN-ERROR TO TRUE
               END-IF
           END-IF.
           IF NOT WS-OPEN-ERROR
               OPEN INPUT CONTACT-FILE
               IF WS-CONTACT-STATUS NOT = "00"
                   DISPLAY "TRUANCY-OUTREACH: UNABLE TO OPEN "
                       "CONTACT-FILE, STATUS " WS-CONTACT-STATUS
                   CLOSE CASE-FILE
                   CLOSE OUTREACH-LOG
                   SET WS-OPEN-ERROR TO TRUE
               END-IF
           END-IF.
           IF NOT WS-OPEN-ERROR
               OPEN INPUT PERSON-MASTER
               IF WS-MASTER-STATUS = "00"
                   SET WS-MASTER-OK TO TRUE
               END-IF
           END-IF.

       100-DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "==== TRUANCY OUTREACH ====".
           DISPLAY "1. Log outreach attempt".
           DISPLAY "2. Student case history".
           DISPLAY "3. List open cases".
           DISPLAY "4. Exit".
           DISPLAY "Enter choice: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.

       200-PROCESS-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM 300-LOG-OUTREACH
               WHEN 2
                   PERFORM 500-CASE-HISTORY
               WHEN 3
                   PERFORM 600-LIST-OPEN-CASES
               WHEN 4
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid choice, please try again."
           END-EVALUATE.

       300-LOG-OUTREACH.
           DISPLAY "Student ID: " WITH NO ADVANCING.
           ACCEPT WS-PERSON-ID.
           PERFORM 310-FIND-OPEN-CASE.
           IF NOT WS-CASE-FOUND
               DISPLAY "TRUANCY-OUTREACH: NO OPEN CASE FOR ID "
                   WS-PERSON-ID
           ELSE
               PERFORM 320-GET-STUDENT-NAME
               DISPLAY "STUDENT " WS-PERSON-ID " " WS-STUDENT-NAME
               DISPLAY "CASE OPENED " TC-KEY-OPEN-DATE "  ATTEMPTS "
                   TC-ATTEMPT-COUNT "  LAST CONTACT "
                   TC-LAST-CONTACT-DATE
               PERFORM 330-LIST-CONTACTS
               IF WS-CONTACT-COUNT = 0
                   DISPLAY "TRUANCY-OUTREACH: NO CONTACTS ON FILE FOR "
                       "THIS STUDENT - ADD THEM FIRST"
               ELSE
                   PERFORM 340-ACCEPT-CONTACT
                   PERFORM 350-ACCEPT-ATTEMPT-DATE
                   PERFORM 360-ACCEPT-METHOD-OUTCOME
                   PERFORM 400-WRITE-ATTEMPT
               END-IF
           END-IF.

      ******************************************************************
      * A student has at most one open case; it is the last one in
      * their run of cases. The open case is left in the record area.
      ******************************************************************
       310-FIND-OPEN-CASE.
           SET WS-CASE-FOUND-SWITCH TO "N".
           MOVE ZEROES TO WS-CASE-OPEN-DATE.
           MOVE WS-PERSON-ID TO TC-KEY-PERSON-ID.
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
                   IF TC-KEY-PERSON-ID NOT = WS-PERSON-ID
                       SET WS-END-OF-CASES TO TRUE
                   ELSE
                       IF TC-CASE-OPEN
                           SET WS-CASE-FOUND TO TRUE
                           MOVE TC-KEY-OPEN-DATE TO WS-CASE-OPEN-DATE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CASE-FOUND
               MOVE WS-PERSON-ID TO TC-KEY-PERSON-ID
               MOVE WS-CASE-OPEN-DATE TO TC-KEY-OPEN-DATE
               READ CASE-FILE
                   INVALID KEY
                       SET WS-CASE-FOUND-SWITCH TO "N"
               END-READ
           END-IF.

       320-GET-STUDENT-NAME.
           MOVE "(NOT ON MASTER)" TO WS-STUDENT-NAME.
           IF WS-MASTER-OK
               MOVE WS-PERSON-ID TO PM-PERSON-ID
               READ PERSON-MASTER
                   NOT INVALID KEY
                       MOVE SPACES TO WS-STUDENT-NAME
                       STRING PM-FIRST-NAME DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           PM-LAST-NAME DELIMITED BY SIZE
                           INTO WS-STUDENT-NAME
               END-READ
           END-IF.

       330-LIST-CONTACTS.
           MOVE ZEROES TO WS-CONTACT-COUNT.
           MOVE WS-PERSON-ID TO CN-KEY-PERSON-ID.
           MOVE ZEROES TO CN-KEY-CONTACT-SEQ.
           SET WS-CONTACT-EOF-SWITCH TO "N".
           START CONTACT-FILE KEY IS NOT LESS THAN CN-CONTACT-KEY
               INVALID KEY
                   SET WS-END-OF-CONTACTS TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-CONTACTS
               READ CONTACT-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-CONTACTS TO TRUE
               END-READ
               IF NOT WS-END-OF-CONTACTS
                   IF CN-KEY-PERSON-ID NOT = WS-PERSON-ID
                       SET WS-END-OF-CONTACTS TO TRUE
                   ELSE
                       ADD 1 TO WS-CONTACT-COUNT
                       DISPLAY "  " CN-KEY-CONTACT-SEQ " "
                           CN-CONTACT-NAME " " CN-RELATIONSHIP " "
                           CN-PHONE
                   END-IF
               END-IF
           END-PERFORM.

       340-ACCEPT-CONTACT.
           SET WS-ENTRY-OK-SWITCH TO "N".
           PERFORM UNTIL WS-ENTRY-OK
               DISPLAY "Contact number used: " WITH NO ADVANCING
               ACCEPT WS-CONTACT-SEQ
               MOVE WS-PERSON-ID TO CN-KEY-PERSON-ID
               MOVE WS-CONTACT-SEQ TO CN-KEY-CONTACT-SEQ
               READ CONTACT-FILE
                   INVALID KEY
                       DISPLAY "Error: not one of this student's "
                           "contacts."
                   NOT INVALID KEY
                       MOVE CN-CONTACT-NAME TO WS-CONTACT-NAME
                       SET WS-ENTRY-OK TO TRUE
               END-READ
           END-PERFORM.

      ******************************************************************
      * An attempt cannot predate the case or lie in the future.
      ******************************************************************
       350-ACCEPT-ATTEMPT-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-TODAY.
           SET WS-ENTRY-OK-SWITCH TO "N".
           PERFORM UNTIL WS-ENTRY-OK
               DISPLAY "Date of attempt (YYYYMMDD, 0 = today): "
                   WITH NO ADVANCING
               ACCEPT WS-ATTEMPT-DATE
               IF WS-ATTEMPT-DATE = 0
                   MOVE WS-TODAY TO WS-ATTEMPT-DATE
               END-IF
               EVALUATE TRUE
                   WHEN WS-AD-MONTH < 1 OR WS-AD-MONTH > 12
                           OR WS-AD-DAY < 1 OR WS-AD-DAY > 31
                       DISPLAY "Error: not a valid date."
                   WHEN WS-ATTEMPT-DATE > WS-TODAY
                       DISPLAY "Error: date is in the future."
                   WHEN WS-ATTEMPT-DATE < WS-CASE-OPEN-DATE
                       DISPLAY "Error: date is before the case opened."
                   WHEN OTHER
                       SET WS-ENTRY-OK TO TRUE
               END-EVALUATE
           END-PERFORM.

       360-ACCEPT-METHOD-OUTCOME.
           MOVE SPACE TO TO-METHOD.
           PERFORM UNTIL TO-VALID-METHOD
               DISPLAY "Method - P phone, L letter, E email, "
                   "H home visit, M meeting: " WITH NO ADVANCING
               ACCEPT WS-METHOD
               MOVE WS-METHOD TO TO-METHOD
               IF NOT TO-VALID-METHOD
                   DISPLAY "Error: enter P, L, E, H or M."
               END-IF
           END-PERFORM.
           MOVE SPACE TO TO-OUTCOME.
           PERFORM UNTIL TO-VALID-OUTCOME
               DISPLAY "Outcome - R guardian reached, A meeting "
                   "agreed, N no answer,"
               DISPLAY "          M message left, B bad number/"
                   "address: " WITH NO ADVANCING
               ACCEPT WS-OUTCOME
               MOVE WS-OUTCOME TO TO-OUTCOME
               IF NOT TO-VALID-OUTCOME
                   DISPLAY "Error: enter R, A, N, M or B."
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-NOTE.
           DISPLAY "Note: " WITH NO ADVANCING.
           ACCEPT WS-NOTE.

      ******************************************************************
      * The attempt goes in after the case's last one; then the case
      * record, still in its record area from 310, is brought up to
      * date. A late-keyed older attempt never moves the dates back.
      ******************************************************************
       400-WRITE-ATTEMPT.
           PERFORM 410-FIND-NEXT-ATTEMPT.
           MOVE WS-PERSON-ID TO TO-KEY-PERSON-ID.
           MOVE WS-CASE-OPEN-DATE TO TO-KEY-OPEN-DATE.
           MOVE WS-NEXT-ATTEMPT TO TO-KEY-ATTEMPT.
           MOVE WS-ATTEMPT-DATE TO TO-CONTACT-DATE.
           MOVE WS-CONTACT-SEQ TO TO-CONTACT-SEQ.
           MOVE WS-CONTACT-NAME TO TO-CONTACT-NAME.
           MOVE WS-METHOD TO TO-METHOD.
           MOVE WS-OUTCOME TO TO-OUTCOME.
           MOVE WS-NOTE TO TO-NOTE.
           MOVE SO-OPERATOR-ID TO TO-OPERATOR-ID.
           WRITE TO-OUTREACH-RECORD
               INVALID KEY
                   DISPLAY "TRUANCY-OUTREACH: ATTEMPT NOT LOGGED, "
                       "STATUS " WS-OUTREACH-STATUS
               NOT INVALID KEY
                   PERFORM 420-UPDATE-CASE
                   DISPLAY "TRUANCY-OUTREACH: ATTEMPT "
                       WS-NEXT-ATTEMPT " LOGGED"
           END-WRITE.

       410-FIND-NEXT-ATTEMPT.
           MOVE ZEROES TO WS-NEXT-ATTEMPT.
           MOVE WS-PERSON-ID TO TO-KEY-PERSON-ID.
           MOVE WS-CASE-OPEN-DATE TO TO-KEY-OPEN-DATE.
           MOVE ZEROES TO TO-KEY-ATTEMPT.
           SET WS-OUTREACH-EOF-SWITCH TO "N".
           START OUTREACH-LOG KEY IS NOT LESS THAN TO-OUTREACH-KEY
               INVALID KEY
                   SET WS-END-OF-OUTREACH TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-OUTREACH
               READ OUTREACH-LOG NEXT RECORD
                   AT END
                       SET WS-END-OF-OUTREACH TO TRUE
               END-READ
               IF NOT WS-END-OF-OUTREACH
                   IF TO-KEY-PERSON-ID NOT = WS-PERSON-ID OR
                           TO-KEY-OPEN-DATE NOT = WS-CASE-OPEN-DATE
                       SET WS-END-OF-OUTREACH TO TRUE
                   ELSE
                       MOVE TO-KEY-ATTEMPT TO WS-NEXT-ATTEMPT
                   END-IF
               END-IF
           END-PERFORM.
           ADD 1 TO WS-NEXT-ATTEMPT.

       420-UPDATE-CASE.
           ADD 1 TO TC-ATTEMPT-COUNT.
           IF WS-ATTEMPT-DATE > TC-LAST-ATTEMPT-DATE
               MOVE WS-ATTEMPT-DATE TO TC-LAST-ATTEMPT-DATE
           END-IF.
           IF TO-CONTACT-MADE AND
                   WS-ATTEMPT-DATE > TC-LAST-CONTACT-DATE
               MOVE WS-ATTEMPT-DATE TO TC-LAST-CONTACT-DATE
           END-IF.
           REWRITE TC-TRUANCY-CASE
               INVALID KEY
                   DISPLAY "TRUANCY-OUTREACH: CASE NOT UPDATED, "
                       "STATUS " WS-CASE-STATUS
           END-REWRITE.

      ******************************************************************
      * Every case the student has had, oldest first, each followed
      * by its attempts in the order they were logged.
      ******************************************************************
       500-CASE-HISTORY.
           DISPLAY "Student ID: " WITH NO ADVANCING.
           ACCEPT WS-PERSON-ID.
           PERFORM 320-GET-STUDENT-NAME.
           DISPLAY "STUDENT " WS-PERSON-ID " " WS-STUDENT-NAME.
           MOVE ZEROES TO WS-LIST-COUNT.
           MOVE WS-PERSON-ID TO TC-KEY-PERSON-ID.
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
                   IF TC-KEY-PERSON-ID NOT = WS-PERSON-ID
                       SET WS-END-OF-CASES TO TRUE
                   ELSE
                       ADD 1 TO WS-LIST-COUNT
                       PERFORM 510-SHOW-CASE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-LIST-COUNT = 0
               DISPLAY "TRUANCY-OUTREACH: NO TRUANCY CASES FOR ID "
                   WS-PERSON-ID
           END-IF.

       510-SHOW-CASE.
           DISPLAY " ".
           IF TC-CASE-OPEN
               DISPLAY "CASE OPENED " TC-KEY-OPEN-DATE " - OPEN"
                   "  ABSENCES AT OPEN " TC-ABSENCES-AT-OPEN
           ELSE
               DISPLAY "CASE OPENED " TC-KEY-OPEN-DATE " - CLOSED "
                   TC-CLOSE-DATE " (" TC-CLOSE-REASON ")  RATE "
                   TC-RATE-AT-CLOSE "%"
           END-IF.
           DISPLAY "  ATTEMPTS " TC-ATTEMPT-COUNT "  LAST ATTEMPT "
               TC-LAST-ATTEMPT-DATE "  LAST CONTACT "
               TC-LAST-CONTACT-DATE.
           MOVE TC-KEY-PERSON-ID TO TO-KEY-PERSON-ID.
           MOVE TC-KEY-OPEN-DATE TO TO-KEY-OPEN-DATE.
           MOVE ZEROES TO TO-KEY-ATTEMPT.
           SET WS-OUTREACH-EOF-SWITCH TO "N".
           START OUTREACH-LOG KEY IS NOT LESS THAN TO-OUTREACH-KEY
               INVALID KEY
                   SET WS-END-OF-OUTREACH TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-OUTREACH
               READ OUTREACH-LOG NEXT RECORD
                   AT END
                       SET WS-END-OF-OUTREACH TO TRUE
               END-READ
               IF NOT WS-END-OF-OUTREACH
                   IF TO-KEY-PERSON-ID NOT = TC-KEY-PERSON-ID OR
                           TO-KEY-OPEN-DATE NOT = TC-KEY-OPEN-DATE
                       SET WS-END-OF-OUTREACH TO TRUE
                   ELSE
                       DISPLAY "    " TO-KEY-ATTEMPT " "
                           TO-CONTACT-DATE " " TO-CONTACT-NAME " "
                           TO-METHOD "/" TO-OUTCOME " " TO-NOTE " "
                           TO-OPERATOR-ID
                   END-IF
               END-IF
           END-PERFORM.

       600-LIST-OPEN-CASES.
           MOVE ZEROES TO WS-LIST-COUNT.
           MOVE LOW-VALUES TO TC-CASE-KEY.
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
               IF NOT WS-END-OF-CASES AND TC-CASE-OPEN
                   ADD 1 TO WS-LIST-COUNT
                   MOVE TC-KEY-PERSON-ID TO WS-PERSON-ID
                   PERFORM 320-GET-STUDENT-NAME
                   DISPLAY "  " TC-KEY-PERSON-ID " " WS-STUDENT-NAME
                       " " TC-CLASS-SECTION " OPENED "
                       TC-KEY-OPEN-DATE " ATTEMPTS " TC-ATTEMPT-COUNT
                       " LAST CONTACT " TC-LAST-CONTACT-DATE
               END-IF
           END-PERFORM.
           DISPLAY "TRUANCY-OUTREACH: " WS-LIST-COUNT " OPEN CASES".
