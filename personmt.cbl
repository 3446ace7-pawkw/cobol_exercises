      * PERSON-MAINT: Add/Change/Delete/Inquire against PERSON-MASTER
      * by key, so updating one person's data doesn't require touching
      * program source.
      * The operator signs on through SIGNON before the menu comes up;
      * Delete and a status change need a registrar or above, and
      * every journal record carries the signed-on operator's ID.
      * History lists what the journal holds for one person - each
      * add, change and delete, oldest first, with the fields it
      * changed from and to - optionally within a date range, and can
      * print the same listing for a records request.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSON-MAINT.
               RECORD KEY IS WL-WAITLIST-KEY
               FILE STATUS IS WS-WAITLIST-STATUS.

           SELECT ERROR-REPORT ASSIGN TO "ENRLERR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-REPORT-STATUS.

           SELECT OUTREACH-LOG ASSIGN TO "TRUOUTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TO-OUTREACH-KEY
               FILE STATUS IS WS-OUTREACH-STATUS.

           SELECT HISTORY-REPORT ASSIGN TO "PERSONHS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-REPORT-STATUS.

           SELECT HISTORY-SORT-FILE ASSIGN TO "PERSONHS.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  PERSON-MASTER.
       FD  WAITLIST-FILE.
           COPY WAITREC REPLACING ==:PFX:== BY ==WL-==.

       FD  ERROR-REPORT.
       01  ERROR-REPORT-LINE.
           05  ER-PERSON-ID    PICTURE 9(6).
           05  FILLER          PICTURE x VALUE SPACE.
           05  ER-ACTION       PICTURE x.
           05  FILLER          PICTURE x VALUE SPACE.
           05  ER-COURSE-CODE  PICTURE x(4).
           05  FILLER          PICTURE x VALUE SPACE.
           05  ER-REASON       PICTURE x(30).

       FD  OUTREACH-LOG.
           COPY TROUTREC REPLACING ==:PFX:== BY ==TO-==.

       FD  HISTORY-REPORT.
       01  HISTORY-REPORT-LINE PICTURE x(80).

       SD  HISTORY-SORT-FILE.
           COPY JRNLREC REPLACING ==:PFX:== BY ==HS-==.

       WORKING-STORAGE SECTION.
           COPY PERSONREC REPLACING ==:PFX:== BY ==  ==.
       01  WS-MASTER-STATUS   PICTURE xx VALUE "00".
       01  WS-CONTACT-DONE-SWITCH PICTURE x VALUE "N".
           88  WS-CONTACT-DONE        VALUE "Y".
       01  WS-CONTACT-SEQ     PICTURE 99 VALUE ZEROES.
       01  WS-OUTREACH-STATUS PICTURE xx VALUE "00".
       01  WS-ERROR-REPORT-STATUS PICTURE xx VALUE "00".
       01  WS-OUTREACH-EOF-SWITCH PICTURE x VALUE "N".
           88  WS-END-OF-OUTREACH     VALUE "Y".
       01  WS-OUTREACH-USES   PICTURE 999 VALUE ZEROES.
       01  WS-NEXT-CONTACT-SEQ PICTURE 999 VALUE ZEROES.
       01  WS-SCRATCH-CONTACT-NAME PICTURE x(20) VALUE SPACES.
       01  WS-SCRATCH-RELATIONSHIP PICTURE x(10) VALUE SPACES.
       01  WS-ADD-CANCEL-SWITCH PICTURE x VALUE "N".
           88  WS-ADD-CANCELLED   VALUE "Y".
       01  WS-CONFIRM-ANSWER  PICTURE x VALUE SPACE.
       01  WS-PRIOR-COURSE-COUNT PICTURE 99 VALUE ZEROES.
       01  WS-PRIOR-COURSE-TABLE.
           05  WS-PRIOR-COURSE OCCURS 6 TIMES PICTURE x(4).
       01  WS-PRIOR-SUBSCRIPT PICTURE 99 VALUE ZERO.
       01  WS-PRIOR-FOUND-SWITCH PICTURE x VALUE "N".
           88  WS-PRIOR-FOUND     VALUE "Y".
       01  WS-HISTORY-REPORT-STATUS PICTURE xx VALUE "00".
       01  WS-HISTORY-PRINT-SWITCH PICTURE x VALUE "N".
           88  WS-HISTORY-PRINT       VALUE "Y".
       01  WS-HISTORY-EOF-SWITCH PICTURE x VALUE "N".
           88  WS-END-OF-HISTORY      VALUE "Y".
       01  WS-HISTORY-ANSWER  PICTURE x VALUE SPACE.
       01  WS-HISTORY-FROM    PICTURE 9(8) VALUE ZEROES.
       01  WS-HISTORY-TO      PICTURE 9(8) VALUE ZEROES.
       01  WS-HISTORY-FROM-TEXT PICTURE x(8) VALUE SPACES.
       01  WS-HISTORY-TO-TEXT PICTURE x(8) VALUE SPACES.
       01  WS-HISTORY-ENTRY-DATE PICTURE 9(8) VALUE ZEROES.
       01  WS-HISTORY-ENTRIES PICTURE 9(5) VALUE ZEROES.
       01  WS-HISTORY-CHANGES PICTURE 9(3) VALUE ZEROES.
       01  WS-HISTORY-ACTION  PICTURE x(7) VALUE SPACES.
       01  WS-HISTORY-LINE    PICTURE x(80) VALUE SPACES.
       01  WS-FIELD-NAME      PICTURE x(15) VALUE SPACES.
       01  WS-FIELD-BEFORE    PICTURE x(20) VALUE SPACES.
       01  WS-FIELD-AFTER     PICTURE x(20) VALUE SPACES.
      ******************************************************************
      * Journal images laid out field by field for the history
      * listing, the same overlay JRNLDLT uses. Alphanumeric
      * throughout so an add's blank before image or a delete's blank
      * after image compares without a data exception.
      ******************************************************************
       01  WS-BEFORE-IMAGE    PICTURE x(246).
       01  WS-BEFORE-FIELDS REDEFINES WS-BEFORE-IMAGE.
           05  WS-BF-PERSON-ID     PICTURE x(6).
           05  WS-BF-FIRST-NAME    PICTURE x(10).
           05  WS-BF-LAST-NAME     PICTURE x(10).
           05  WS-BF-AGE           PICTURE x(3).
           05  WS-BF-CLASS-SECTION PICTURE x(4).
           05  WS-BF-ADDRESS1      PICTURE x(20).
           05  WS-BF-ADDRESS2      PICTURE x(20).
           05  WS-BF-CITY          PICTURE x(20).
           05  WS-BF-PHONE         PICTURE x(10).
           05  WS-BF-STATUS-CODE   PICTURE x(1).
           05  WS-BF-STATUS-DATE   PICTURE x(8).
           05  WS-BF-COURSE-COUNT  PICTURE x(2).
           05  WS-BF-COURSE OCCURS 6 TIMES.
               10  WS-BF-COURSE-CODE  PICTURE x(4).
               10  WS-BF-COURSE-NAME  PICTURE x(15).
               10  WS-BF-COURSE-SCORE PICTURE x(3).
       01  WS-AFTER-IMAGE     PICTURE x(246).
       01  WS-AFTER-FIELDS REDEFINES WS-AFTER-IMAGE.
           05  WS-AF-PERSON-ID     PICTURE x(6).
           05  WS-AF-FIRST-NAME    PICTURE x(10).
           05  WS-AF-LAST-NAME     PICTURE x(10).
           05  WS-AF-AGE           PICTURE x(3).
           05  WS-AF-CLASS-SECTION PICTURE x(4).
           05  WS-AF-ADDRESS1      PICTURE x(20).
           05  WS-AF-ADDRESS2      PICTURE x(20).
           05  WS-AF-CITY          PICTURE x(20).
           05  WS-AF-PHONE         PICTURE x(10).
           05  WS-AF-STATUS-CODE   PICTURE x(1).
           05  WS-AF-STATUS-DATE   PICTURE x(8).
           05  WS-AF-COURSE-COUNT  PICTURE x(2).
           05  WS-AF-COURSE OCCURS 6 TIMES.
               10  WS-AF-COURSE-CODE  PICTURE x(4).
               10  WS-AF-COURSE-NAME  PICTURE x(15).
               10  WS-AF-COURSE-SCORE PICTURE x(3).
           COPY NEXTIDRQ REPLACING ==:PFX:== BY ==NI-==.
           COPY PREREQRQ REPLACING ==:PFX:== BY ==PC-==.
           COPY SIGNONRQ REPLACING ==:PFX:== BY ==SO-==.
      ******************************************************************
      * Journal record is staged here rather than in the FD because
      * the images are captured while JOURNAL-FILE is still closed

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           MOVE "PERSON-MAINT" TO SO-PROGRAM-NAME.
           MOVE 1 TO SO-REQUIRED-LEVEL.
           CALL "SIGNON" USING SO-SIGNON-REQUEST.
           IF NOT SO-SIGNED-ON
               SET WS-OPEN-ERROR TO TRUE
           ELSE
               PERFORM 010-OPEN-MASTER
           END-IF.
           IF NOT WS-OPEN-ERROR
               PERFORM 020-OPEN-ADDRESS-FILE
               PERFORM 030-OPEN-COURSE-CATALOG
           DISPLAY "4. Inquire".
           DISPLAY "5. Find by name".
           DISPLAY "6. Contacts".
           DISPLAY "7. History".
           DISPLAY "8. Exit".
           DISPLAY "Enter choice: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.

               WHEN 2
                   PERFORM 400-CHANGE-PERSON
               WHEN 3
                   IF SO-REGISTRAR-OR-ABOVE
                       PERFORM 500-DELETE-PERSON
                   ELSE
                       DISPLAY "PERSON-MAINT: DELETE NEEDS A REGISTRAR "
                           "SIGN-ON"
                   END-IF
               WHEN 4
                   PERFORM 600-INQUIRE-PERSON
               WHEN 5
               WHEN 6
                   PERFORM 950-MAINTAIN-CONTACTS
               WHEN 7
                   PERFORM 650-PERSON-HISTORY
               WHEN 8
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid choice, please try again."
      * fields. Marking a student Graduated or Withdrawn here is the
      * light-weight path; the separation batch is what actually moves
      * the person and their satellite records into the archives.
      * A clerk sees the status but is not offered the change.
      ******************************************************************
       430-ACCEPT-STATUS-CHANGE.
           MOVE SPACE TO WS-SCRATCH-STATUS.
           IF SO-REGISTRAR-OR-ABOVE
               DISPLAY "Status [" PM-STATUS-CODE "] (A/G/W): "
                   WITH NO ADVANCING
               ACCEPT WS-SCRATCH-STATUS
           ELSE
               DISPLAY "Status " PM-STATUS-CODE
                   " (a change needs a registrar sign-on)"
           END-IF.
           IF WS-SCRATCH-STATUS NOT = SPACE
               IF WS-SCRATCH-STATUS = "A" OR WS-SCRATCH-STATUS = "G"
                       OR WS-SCRATCH-STATUS = "W"
                   SET WS-END-OF-CONTACTS TO TRUE
           END-READ.

      ******************************************************************
      * Change history for one person off PERSONJL.DAT: every add,
      * change and delete journaled under the ID, oldest first, with
      * the fields each one changed shown from and to. A from/to date
      * range narrows it (zero leaves that end open), and the listing
      * can go to PERSONHS.RPT as well as the screen. The journal is
      * sorted on its timestamp rather than trusted to be in order,
      * since replays and the batch programs append to it too.
      ******************************************************************
       650-PERSON-HISTORY.
           PERFORM 800-ACCEPT-SEARCH-ID.
           DISPLAY "From date YYYYMMDD (0 = earliest): "
               WITH NO ADVANCING.
           ACCEPT WS-HISTORY-FROM.
           DISPLAY "To date YYYYMMDD (0 = latest): " WITH NO ADVANCING.
           ACCEPT WS-HISTORY-TO.
           IF WS-HISTORY-TO = ZERO
               MOVE 99999999 TO WS-HISTORY-TO
           END-IF.
           IF WS-HISTORY-FROM > WS-HISTORY-TO
               DISPLAY "PERSON-MAINT: FROM DATE IS AFTER TO DATE"
           ELSE
               SET WS-HISTORY-PRINT-SWITCH TO "N"
               DISPLAY "Print to PERSONHS.RPT too? (Y/N): "
                   WITH NO ADVANCING
               ACCEPT WS-HISTORY-ANSWER
               IF WS-HISTORY-ANSWER = "Y" OR WS-HISTORY-ANSWER = "y"
                   OPEN OUTPUT HISTORY-REPORT
                   IF WS-HISTORY-REPORT-STATUS = "00"
                       SET WS-HISTORY-PRINT TO TRUE
                   ELSE
                       DISPLAY "PERSON-MAINT: UNABLE TO OPEN "
                           "PERSONHS.RPT, STATUS "
                           WS-HISTORY-REPORT-STATUS
                           " - LISTING ON SCREEN ONLY"
                   END-IF
               END-IF
               MOVE ZEROES TO WS-HISTORY-ENTRIES
               SORT HISTORY-SORT-FILE
                   ON ASCENDING KEY HS-TIMESTAMP
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE 655-SELECT-HISTORY
                   OUTPUT PROCEDURE 660-LIST-HISTORY
               IF WS-HISTORY-PRINT
                   CLOSE HISTORY-REPORT
                   DISPLAY "PERSON-MAINT: HISTORY PRINTED TO "
                       "PERSONHS.RPT"
               END-IF
           END-IF.

       655-SELECT-HISTORY.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "PERSON-MAINT: NO JOURNAL TO SEARCH, STATUS "
                   WS-JOURNAL-STATUS
           ELSE
               SET WS-HISTORY-EOF-SWITCH TO "N"
               PERFORM UNTIL WS-END-OF-HISTORY
                   READ JOURNAL-FILE
                       AT END
                           SET WS-END-OF-HISTORY TO TRUE
                       NOT AT END
                           MOVE JR-TIMESTAMP (1:8)
                               TO WS-HISTORY-ENTRY-DATE
                           IF JR-PERSON-ID = WS-SEARCH-ID
                                   AND WS-HISTORY-ENTRY-DATE
                                       NOT < WS-HISTORY-FROM
                                   AND WS-HISTORY-ENTRY-DATE
                                       NOT > WS-HISTORY-TO
                               MOVE JR-JOURNAL-RECORD
                                   TO HS-JOURNAL-RECORD
                               RELEASE HS-JOURNAL-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       660-LIST-HISTORY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           IF WS-HISTORY-FROM = ZERO
               MOVE "EARLIEST" TO WS-HISTORY-FROM-TEXT
           ELSE
               MOVE WS-HISTORY-FROM TO WS-HISTORY-FROM-TEXT
           END-IF.
           IF WS-HISTORY-TO = 99999999
               MOVE "LATEST" TO WS-HISTORY-TO-TEXT
           ELSE
               MOVE WS-HISTORY-TO TO WS-HISTORY-TO-TEXT
           END-IF.
           MOVE SPACES TO WS-HISTORY-LINE.
           STRING "CHANGE HISTORY FOR PERSON-ID " DELIMITED BY SIZE
               WS-SEARCH-ID DELIMITED BY SIZE
               "   PRINTED " DELIMITED BY SIZE
               WS-CURRENT-DATE-TIME (1:8) DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               SO-OPERATOR-ID DELIMITED BY SIZE
               INTO WS-HISTORY-LINE.
           PERFORM 690-EMIT-HISTORY-LINE.
           MOVE SPACES TO WS-HISTORY-LINE.
           STRING "JOURNAL ENTRIES FROM " DELIMITED BY SIZE
               WS-HISTORY-FROM-TEXT DELIMITED BY SPACE
               " TO " DELIMITED BY SIZE
               WS-HISTORY-TO-TEXT DELIMITED BY SPACE
               INTO WS-HISTORY-LINE.
           PERFORM 690-EMIT-HISTORY-LINE.
           SET WS-HISTORY-EOF-SWITCH TO "N".
           PERFORM UNTIL WS-END-OF-HISTORY
               RETURN HISTORY-SORT-FILE
                   AT END
                       SET WS-END-OF-HISTORY TO TRUE
                   NOT AT END
                       PERFORM 665-LIST-HISTORY-ENTRY
               END-RETURN
           END-PERFORM.
           MOVE SPACES TO WS-HISTORY-LINE.
           PERFORM 690-EMIT-HISTORY-LINE.
           IF WS-HISTORY-ENTRIES = ZERO
               MOVE "NO JOURNALED CHANGES FOR THIS ID IN THAT RANGE"
                   TO WS-HISTORY-LINE
           ELSE
               STRING "JOURNAL ENTRIES LISTED: " DELIMITED BY SIZE
                   WS-HISTORY-ENTRIES DELIMITED BY SIZE
                   INTO WS-HISTORY-LINE
           END-IF.
           PERFORM 690-EMIT-HISTORY-LINE.

      ******************************************************************
      * One entry: when, what and who, then a line per field that
      * differs between the before and after images. An add shows
      * every field coming from blank and a delete every field going
      * to blank, which is what the person looked like at that point.
      ******************************************************************
       665-LIST-HISTORY-ENTRY.
           ADD 1 TO WS-HISTORY-ENTRIES.
           EVALUATE HS-OPERATION
               WHEN "A"
                   MOVE "ADD" TO WS-HISTORY-ACTION
               WHEN "C"
                   MOVE "CHANGE" TO WS-HISTORY-ACTION
               WHEN "D"
                   MOVE "DELETE" TO WS-HISTORY-ACTION
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-HISTORY-ACTION
           END-EVALUATE.
           MOVE SPACES TO WS-HISTORY-LINE.
           PERFORM 690-EMIT-HISTORY-LINE.
           STRING HS-TIMESTAMP (1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               HS-TIMESTAMP (5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               HS-TIMESTAMP (7:2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HS-TIMESTAMP (9:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               HS-TIMESTAMP (11:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               HS-TIMESTAMP (13:2) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-HISTORY-ACTION DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               HS-OPERATOR-ID DELIMITED BY SIZE
               INTO WS-HISTORY-LINE.
           PERFORM 690-EMIT-HISTORY-LINE.
           MOVE HS-BEFORE-IMAGE TO WS-BEFORE-IMAGE.
           MOVE HS-AFTER-IMAGE TO WS-AFTER-IMAGE.
           MOVE ZEROES TO WS-HISTORY-CHANGES.
           PERFORM 670-COMPARE-HISTORY-IMAGES.
           IF WS-HISTORY-CHANGES = ZERO
               MOVE "    NO FIELDS CHANGED" TO WS-HISTORY-LINE
               PERFORM 690-EMIT-HISTORY-LINE
           END-IF.

       670-COMPARE-HISTORY-IMAGES.
           IF WS-BF-FIRST-NAME NOT = WS-AF-FIRST-NAME
               MOVE "FIRST-NAME" TO WS-FIELD-NAME
               MOVE WS-BF-FIRST-NAME TO WS-FIELD-BEFORE
               MOVE WS-AF-FIRST-NAME TO WS-FIELD-AFTER
               PERFORM 680-LIST-FIELD-CHANGE
           END-IF.
           IF WS-BF-LAST-NAME NOT = WS-AF-LAST-NAME
               MOVE "LAST-NAME" TO WS-FIELD-NAME
               MOVE WS-BF-LAST-NAME TO WS-FIELD-BEFORE
               MOVE WS-AF-LAST-NAME TO WS-FIELD-AFTER
               PERFORM 680-LIST-FIELD-CHANGE
           END-IF.
           IF WS-BF-AGE NOT = WS-AF-AGE
               MOVE "AGE" TO WS-FIELD-NAME
               MOVE WS-BF-AGE TO WS-FIELD-BEFORE
               MOVE WS-AF-AGE TO WS-FIELD-AFTER
               PERFORM 680-LIST-FIELD-CHANGE
           END-IF.
           IF WS-BF-CLASS-SECTION NOT = WS-AF-CLASS-SECTION
               MOVE "CLASS-SECTION" TO WS-FIELD-NAME
               MOVE WS-BF-CLASS-SECTION TO WS-FIELD-BEFORE
               MOVE WS-AF-CLASS-SECTION TO WS-FIELD-AFTER
               PERFORM 680-LIST-FIELD-CHANGE
           END-IF.
           IF WS-BF-ADDRESS1 NOT = WS-AF-ADDRESS1
               MOVE "ADDRESS1" TO WS-FIELD-NAME
               MOVE WS-BF-ADDRESS1 TO WS-FIELD-BEFORE
               MOVE WS-AF-ADDRESS1 TO WS-FIELD-AFTER
               PERFORM 680-LIST-FIELD-CHANGE
           END-IF.
           IF WS-BF-ADDRESS2 NOT = WS-AF-ADDRESS2
               MOVE "ADDRESS2" TO WS-FIELD-NAME
               MOVE WS-BF-ADDRESS2 TO WS-FIELD-BEFORE
               MOVE WS-AF-ADDRESS2 TO WS-FIELD-AFTER
               PERFORM 680-LIST-FIELD-CHANGE
           END-IF.
           IF WS-BF-CITY NOT = WS-AF-CITY
               MOVE "CITY" TO WS-FIELD-NAME
               MOVE WS-BF-CITY TO WS-FIELD-BEFORE
               MOVE WS-AF-CITY TO WS-FIELD-AFTER
               PERFORM 680-LIST-FIELD-CHANGE
           END-IF.
           IF WS-BF-PHONE NOT = WS-AF-PHONE
               MOVE "PHONE" TO WS-FIELD-NAME
               MOVE WS-BF-PHONE TO WS-FIELD-BEFORE
               MOVE WS-AF-PHONE TO WS-FIELD-AFTER
               PERFORM 680-LIST-FIELD-CHANGE
           END-IF.
           IF WS-BF-STATUS-CODE NOT = WS-AF-STATUS-CODE
               MOVE "STATUS-CODE" TO WS-FIELD-NAME
               MOVE WS-BF-STATUS-CODE TO WS-FIELD-BEFORE
               MOVE WS-AF-STATUS-CODE TO WS-FIELD-AFTER
               PERFORM 680-LIST-FIELD-CHANGE
           END-IF.
           IF WS-BF-STATUS-DATE NOT = WS-AF-STATUS-DATE
               MOVE "STATUS-DATE" TO WS-FIELD-NAME
               MOVE WS-BF-STATUS-DATE TO WS-FIELD-BEFORE
               MOVE WS-AF-STATUS-DATE TO WS-FIELD-AFTER
               PERFORM 680-LIST-FIELD-CHANGE
           END-IF.
           IF WS-BF-COURSE-COUNT NOT = WS-AF-COURSE-COUNT
               MOVE "COURSE-COUNT" TO WS-FIELD-NAME
               MOVE WS-BF-COURSE-COUNT TO WS-FIELD-BEFORE
               MOVE WS-AF-COURSE-COUNT TO WS-FIELD-AFTER
               PERFORM 680-LIST-FIELD-CHANGE
           END-IF.
           PERFORM 675-COMPARE-HISTORY-SLOT
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > 6.

       675-COMPARE-HISTORY-SLOT.
           IF WS-BF-COURSE-CODE (WS-SUBSCRIPT) NOT =
                   WS-AF-COURSE-CODE (WS-SUBSCRIPT)
               MOVE SPACES TO WS-FIELD-NAME
               STRING "COURSE-" DELIMITED BY SIZE
                   WS-SUBSCRIPT DELIMITED BY SIZE
                   "-CODE" DELIMITED BY SIZE
                   INTO WS-FIELD-NAME
               MOVE WS-BF-COURSE-CODE (WS-SUBSCRIPT)
                   TO WS-FIELD-BEFORE
               MOVE WS-AF-COURSE-CODE (WS-SUBSCRIPT)
                   TO WS-FIELD-AFTER
               PERFORM 680-LIST-FIELD-CHANGE
           END-IF.
           IF WS-BF-COURSE-NAME (WS-SUBSCRIPT) NOT =
                   WS-AF-COURSE-NAME (WS-SUBSCRIPT)
               MOVE SPACES TO WS-FIELD-NAME
               STRING "COURSE-" DELIMITED BY SIZE
                   WS-SUBSCRIPT DELIMITED BY SIZE
                   "-NAME" DELIMITED BY SIZE
                   INTO WS-FIELD-NAME
               MOVE WS-BF-COURSE-NAME (WS-SUBSCRIPT)
                   TO WS-FIELD-BEFORE
               MOVE WS-AF-COURSE-NAME (WS-SUBSCRIPT)
                   TO WS-FIELD-AFTER
               PERFORM 680-LIST-FIELD-CHANGE
           END-IF.
           IF WS-BF-COURSE-SCORE (WS-SUBSCRIPT) NOT =
                   WS-AF-COURSE-SCORE (WS-SUBSCRIPT)
               MOVE SPACES TO WS-FIELD-NAME
               STRING "COURSE-" DELIMITED BY SIZE
                   WS-SUBSCRIPT DELIMITED BY SIZE
                   "-SCORE" DELIMITED BY SIZE
                   INTO WS-FIELD-NAME
               MOVE WS-BF-COURSE-SCORE (WS-SUBSCRIPT)
                   TO WS-FIELD-BEFORE
               MOVE WS-AF-COURSE-SCORE (WS-SUBSCRIPT)
                   TO WS-FIELD-AFTER
               PERFORM 680-LIST-FIELD-CHANGE
           END-IF.

       680-LIST-FIELD-CHANGE.
           ADD 1 TO WS-HISTORY-CHANGES.
           MOVE SPACES TO WS-HISTORY-LINE.
           STRING "    " DELIMITED BY SIZE
               WS-FIELD-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FIELD-BEFORE DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               WS-FIELD-AFTER DELIMITED BY SIZE
               INTO WS-HISTORY-LINE.
           PERFORM 690-EMIT-HISTORY-LINE.

       690-EMIT-HISTORY-LINE.
           DISPLAY WS-HISTORY-LINE.
           IF WS-HISTORY-PRINT
               MOVE WS-HISTORY-LINE TO HISTORY-REPORT-LINE
               WRITE HISTORY-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-HISTORY-LINE.

       700-ACCEPT-COURSES.
           MOVE PERSON-ID TO PC-PERSON-ID.
           MOVE ZEROES TO WS-PRIOR-COURSE-COUNT.
           MOVE ZEROES TO COURSE-COUNT.
           SET WS-MORE-COURSES-SWITCH TO "Y".
           PERFORM UNTIL NOT WS-MORE-COURSES OR COURSE-COUNT = 6
      * Re-prompts until the typed code reads an active COURSE-CATALOG
      * record, then echoes the official name so the operator can see
      * what was matched. The catalog record stays current for the
      * caller to copy the code/name pair out of. An active code must
      * also clear its prerequisite rules for the student in
      * PC-PERSON-ID, which the calling loop sets.
      ******************************************************************
       730-ACCEPT-CATALOG-COURSE.
           SET WS-COURSE-VALID-SWITCH TO "N".
                       DISPLAY "Error: course code not in catalog."
                   NOT INVALID KEY
                       IF CC-ACTIVE-FLAG = "Y"
                           PERFORM 735-CHECK-PREREQUISITES
                           IF WS-COURSE-VALID
                               DISPLAY "Course name: " CC-COURSE-NAME
                           END-IF
                       ELSE
                           DISPLAY "Error: course code is inactive."
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * A course the student already carried before this change is
      * being re-keyed, not added, so it is not checked again. A new
      * course goes through PREREQCK: refused until the required
      * course is on GRADE-HISTORY at the minimum score, let through
      * with a note when the registrar has recorded an override. A
      * refusal is also added to ENRLERR.RPT, the same listing ENRLPST
      * writes its refusals to. An unreadable rule or history file
      * warns but does not block intake, the same way a missing
      * catalog falls back to free typing.
      ******************************************************************
       735-CHECK-PREREQUISITES.
           SET WS-PRIOR-FOUND-SWITCH TO "N".
           PERFORM VARYING WS-PRIOR-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-PRIOR-SUBSCRIPT > WS-PRIOR-COURSE-COUNT
               IF WS-PRIOR-COURSE (WS-PRIOR-SUBSCRIPT) = CC-COURSE-CODE
                   SET WS-PRIOR-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-PRIOR-FOUND
               SET WS-COURSE-VALID TO TRUE
           ELSE
               MOVE CC-COURSE-CODE TO PC-COURSE-CODE
               CALL "PREREQCK" USING PC-PREREQ-REQUEST
               EVALUATE TRUE
                   WHEN PC-PREREQ-MET
                       SET WS-COURSE-VALID TO TRUE
                   WHEN PC-PREREQ-OVERRIDDEN
                       SET WS-COURSE-VALID TO TRUE
                       DISPLAY "Note: prerequisite not met ("
                           PC-REASON ") - registrar override on file."
                   WHEN PC-PREREQ-NOT-MET
                       DISPLAY "Error: prerequisite not met - "
                           PC-REASON
                       PERFORM 737-REPORT-PREREQ-REFUSAL
                   WHEN OTHER
                       SET WS-COURSE-VALID TO TRUE
                       DISPLAY "Warning: prerequisites not checked - "
                           PC-REASON
               END-EVALUATE
           END-IF.

      ******************************************************************
      * Appended and closed straight away like the journal, since the
      * refusal listing belongs to the batch run and may not exist yet.
      ******************************************************************
       737-REPORT-PREREQ-REFUSAL.
           OPEN EXTEND ERROR-REPORT.
           IF WS-ERROR-REPORT-STATUS = "05" OR "35"
               OPEN OUTPUT ERROR-REPORT
           END-IF.
           IF WS-ERROR-REPORT-STATUS NOT = "00"
               DISPLAY "PERSON-MAINT: REFUSAL NOT REPORTED, OPEN "
                   "STATUS " WS-ERROR-REPORT-STATUS
           ELSE
               MOVE SPACES TO ERROR-REPORT-LINE
               MOVE PC-PERSON-ID TO ER-PERSON-ID
               MOVE "A" TO ER-ACTION
               MOVE PC-COURSE-CODE TO ER-COURSE-CODE
               MOVE PC-REASON TO ER-REASON
               WRITE ERROR-REPORT-LINE
               IF WS-ERROR-REPORT-STATUS NOT = "00"
                   DISPLAY "PERSON-MAINT: REFUSAL NOT REPORTED, "
                       "STATUS " WS-ERROR-REPORT-STATUS
               END-IF
               CLOSE ERROR-REPORT
           END-IF.

      ******************************************************************
      * Same re-entry loop as 700-ACCEPT-COURSES, but targets the PM-
      * prefixed FD fields directly so Change can replace a person's
      * whole course list without a delete-and-re-add.
      ******************************************************************
       720-ACCEPT-COURSES-CHANGE.
           MOVE PM-PERSON-ID TO PC-PERSON-ID.
           MOVE PM-COURSE-COUNT TO WS-PRIOR-COURSE-COUNT.
           PERFORM VARYING WS-PRIOR-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-PRIOR-SUBSCRIPT > WS-PRIOR-COURSE-COUNT
               MOVE PM-COURSE-CODE (WS-PRIOR-SUBSCRIPT) TO
                   WS-PRIOR-COURSE (WS-PRIOR-SUBSCRIPT)
           END-PERFORM.
           MOVE ZEROES TO PM-COURSE-COUNT.
           SET WS-MORE-COURSES-SWITCH TO "Y".
           PERFORM UNTIL NOT WS-MORE-COURSES OR PM-COURSE-COUNT = 6
      * the journal file the way MOVEPRG appends its contact log. The
      * caller fills JW-OPERATION and both images (the images are the
      * PERSONREC bytes at current length over a space-cleared area);
      * the timestamp, key and operator are stamped here so no path
      * forgets.
      ******************************************************************
      ******************************************************************
      * Guardian / emergency-contact maintenance for one keyed person,
               WHEN 3
                   PERFORM 965-CHANGE-CONTACT
               WHEN 4
                   IF SO-REGISTRAR-OR-ABOVE
                       PERFORM 970-DELETE-CONTACT
                   ELSE
                       DISPLAY "PERSON-MAINT: DELETE NEEDS A REGISTRAR "
                           "SIGN-ON"
                   END-IF
               WHEN 5
                   SET WS-CONTACT-DONE TO TRUE
               WHEN OTHER
               MOVE WS-SCRATCH-CONTACT-NAME TO CN-CITY
           END-IF.

      ******************************************************************
      * A contact named on the truancy outreach log stays: the log
      * keeps the contact's sequence, and a later contact added under
      * the same sequence would read as the guardian who was called.
      ******************************************************************
       970-DELETE-CONTACT.
           DISPLAY "Contact sequence: " WITH NO ADVANCING.
           ACCEPT WS-CONTACT-SEQ.
           PERFORM 975-COUNT-OUTREACH-USES.
           IF WS-OUTREACH-USES > ZERO
               DISPLAY "PERSON-MAINT: CONTACT " WS-CONTACT-SEQ
                   " IS NAMED ON " WS-OUTREACH-USES
                   " TRUANCY OUTREACH ATTEMPT(S), NOT DELETED"
           ELSE
               IF WS-OUTREACH-STATUS NOT = "00"
                       AND WS-OUTREACH-STATUS NOT = "35"
                   DISPLAY "PERSON-MAINT: CANNOT CHECK OUTREACH-LOG, "
                       "STATUS " WS-OUTREACH-STATUS
                       ", CONTACT NOT DELETED"
               ELSE
                   MOVE PM-PERSON-ID TO CN-KEY-PERSON-ID
                   MOVE WS-CONTACT-SEQ TO CN-KEY-CONTACT-SEQ
                   DELETE CONTACT-FILE RECORD
                       INVALID KEY
                           DISPLAY "PERSON-MAINT: CONTACT NOT FOUND, "
                               "SEQ " WS-CONTACT-SEQ
                       NOT INVALID KEY
                           DISPLAY "PERSON-MAINT: CONTACT DELETED"
                   END-DELETE
               END-IF
           END-IF.

      ******************************************************************
      * Opened only for the check; no log yet (status 35) means no
      * outreach has been recorded against anybody.
      ******************************************************************
       975-COUNT-OUTREACH-USES.
           MOVE ZEROES TO WS-OUTREACH-USES.
           OPEN INPUT OUTREACH-LOG.
           IF WS-OUTREACH-STATUS = "00"
               MOVE PM-PERSON-ID TO TO-KEY-PERSON-ID
               MOVE ZEROES TO TO-KEY-OPEN-DATE
               MOVE ZEROES TO TO-KEY-ATTEMPT
               SET WS-OUTREACH-EOF-SWITCH TO "N"
               START OUTREACH-LOG KEY IS NOT LESS THAN TO-OUTREACH-KEY
                   INVALID KEY
                       SET WS-END-OF-OUTREACH TO TRUE
               END-START
               PERFORM UNTIL WS-END-OF-OUTREACH
                   READ OUTREACH-LOG NEXT RECORD
                       AT END
                           SET WS-END-OF-OUTREACH TO TRUE
                   END-READ
                   IF NOT WS-END-OF-OUTREACH
                       IF TO-KEY-PERSON-ID NOT = PM-PERSON-ID
                           SET WS-END-OF-OUTREACH TO TRUE
                       ELSE
                           IF TO-CONTACT-SEQ = WS-CONTACT-SEQ
                               ADD 1 TO WS-OUTREACH-USES
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE OUTREACH-LOG
           END-IF.

       980-FIND-NEXT-CONTACT-SEQ.
           MOVE 1 TO WS-NEXT-CONTACT-SEQ.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME TO JW-TIMESTAMP.
           MOVE PM-PERSON-ID TO JW-PERSON-ID.
           MOVE SO-OPERATOR-ID TO JW-OPERATOR-ID.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "05" OR "35"
               OPEN OUTPUT JOURNAL-FILE
