      ******************************************************************
      * READMIT: brings a separated student back from the SEPBATCH
      * archives under their original PERSON-ID, so a returning
      * student keeps their number and transcript instead of being
      * added fresh. The student is found in PERSARCH.DAT by ID or by
      * last name (full or partial); the latest archived image not
      * already readmitted is the one offered. On confirmation the
      * PERSON record is written back with STATUS-CODE Active and the
      * readmit date as STATUS-DATE, and the add is journaled to
      * PERSONJL.DAT like a PERSON-MAINT add. The course table comes
      * back empty - the archived courses belong to the enrollment
      * that ended, and left in place TERMCLS would post them again
      * under the current term - so the student is enrolled afresh
      * through ENRLPST or PERSON-MAINT; the archived courses are
      * shown on screen for reference. The class section is
      * re-checked against SECTION-MASTER when that file is present,
      * since sections may have moved on while the student was away.
      * The student's archived ADDRESS-FILE, CONTACT-FILE and
      * GRADE-HISTORY records are then written back under the same ID;
      * history comes back journaled to GRADEJNL.DAT as adds.
      * Attendance stays in the archive - it belongs to the enrollment
      * that ended.
      * Any component scores still on CMPSCORE.DAT for the student are
      * deleted. They too belong to the ended enrollment, and with no
      * term on the score key CMPROLL would otherwise weigh them into
      * the score of a course the student is enrolled in again.
      * Nothing is deleted from the archives. Each restored archive
      * line is marked readmitted with an "R" in the byte after the
      * archive date (SEPBATCH writes a space there), so the archive
      * still shows the separation and a second readmit cannot bring
      * the same records back twice. A record that could not be
      * written back (the key is already on file) is left unmarked
      * and listed.
      * Readmission is the registrar's call, so only a registrar or
      * administrator signs on here.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. READMIT.

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

           SELECT ADDRESS-FILE ASSIGN TO "ADDRESSM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AF-ADDRESS-KEY
               FILE STATUS IS WS-ADDRESS-STATUS.

           SELECT CONTACT-FILE ASSIGN TO "CONTACTM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-CONTACT-KEY
               FILE STATUS IS WS-CONTACT-STATUS.

           SELECT GRADE-HISTORY ASSIGN TO "GRADEHIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GH-GRADE-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT SECTION-MASTER ASSIGN TO "SECTMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-SECTION-CODE
               FILE STATUS IS WS-SECTION-STATUS.

           SELECT SCORE-FILE ASSIGN TO "CMPSCORE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-SCORE-KEY
               FILE STATUS IS WS-SCORE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "PERSONJL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT GRADE-JOURNAL ASSIGN TO "GRADEJNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT PERSON-ARCHIVE ASSIGN TO "PERSARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERSON-AR-STATUS.

           SELECT ADDRESS-ARCHIVE ASSIGN TO "ADDRARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDRESS-AR-STATUS.

           SELECT GRADE-ARCHIVE ASSIGN TO "GRADARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADE-AR-STATUS.

           SELECT CONTACT-ARCHIVE ASSIGN TO "CONTARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTACT-AR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSON-MASTER.
           COPY PERSONREC REPLACING ==:PFX:== BY ==PM-==.

       FD  ADDRESS-FILE.
           COPY ADDRESSREC REPLACING ==:PFX:== BY ==AF-==.

       FD  CONTACT-FILE.
           COPY CONTREC REPLACING ==:PFX:== BY ==CN-==.

       FD  GRADE-HISTORY.
           COPY GRADEREC REPLACING ==:PFX:== BY ==GH-==.

       FD  SECTION-MASTER.
           COPY SECTREC REPLACING ==:PFX:== BY ==SM-==.

       FD  SCORE-FILE.
           COPY CMPSREC REPLACING ==:PFX:== BY ==CS-==.

       FD  JOURNAL-FILE.
           COPY JRNLREC REPLACING ==:PFX:== BY ==JR-==.

       FD  GRADE-JOURNAL.
           COPY JRNLREC REPLACING ==:PFX:== BY ==JG-==.

      ******************************************************************
      * SEPBATCH's archive layouts, with the byte after the archive
      * date named as the readmitted flag. Each RECORD-DATA is the
      * archived record image, so its first six bytes are the ID.
      ******************************************************************
       FD  PERSON-ARCHIVE.
       01  PA-ARCHIVE-RECORD.
           05  PA-ARCHIVE-DATE  PICTURE x(8).
           05  PA-READMIT-FLAG  PICTURE x.
               88  PA-READMITTED    VALUE "R".
           05  PA-RECORD-DATA   PICTURE x(246).

       FD  ADDRESS-ARCHIVE.
       01  AA-ARCHIVE-RECORD.
           05  AA-ARCHIVE-DATE  PICTURE x(8).
           05  AA-READMIT-FLAG  PICTURE x.
               88  AA-READMITTED    VALUE "R".
           05  AA-RECORD-DATA   PICTURE x(80).

       FD  GRADE-ARCHIVE.
       01  GA-ARCHIVE-RECORD.
           05  GA-ARCHIVE-DATE  PICTURE x(8).
           05  GA-READMIT-FLAG  PICTURE x.
               88  GA-READMITTED    VALUE "R".
           05  GA-RECORD-DATA   PICTURE x(38).

       FD  CONTACT-ARCHIVE.
       01  CA-ARCHIVE-RECORD.
           05  CA-ARCHIVE-DATE  PICTURE x(8).
           05  CA-READMIT-FLAG  PICTURE x.
               88  CA-READMITTED    VALUE "R".
           05  CA-RECORD-DATA   PICTURE x(108).

       WORKING-STORAGE SECTION.
           COPY JRNLREC REPLACING ==:PFX:== BY ==JW-==.
           COPY SIGNONRQ REPLACING ==:PFX:== BY ==SO-==.
      ******************************************************************
      * The archived PERSON image being looked at, unpacked the way
      * JRNLRPLY unpacks a journal image.
      ******************************************************************
           COPY PERSONREC REPLACING ==:PFX:== BY ==RA-==.
       01  WS-MASTER-STATUS     PICTURE xx VALUE "00".
       01  WS-ADDRESS-STATUS    PICTURE xx VALUE "00".
       01  WS-CONTACT-STATUS    PICTURE xx VALUE "00".
       01  WS-HISTORY-STATUS    PICTURE xx VALUE "00".
       01  WS-SECTION-STATUS    PICTURE xx VALUE "00".
       01  WS-SCORE-STATUS      PICTURE xx VALUE "00".
       01  WS-JOURNAL-STATUS    PICTURE xx VALUE "00".
       01  WS-PERSON-AR-STATUS  PICTURE xx VALUE "00".
       01  WS-ADDRESS-AR-STATUS PICTURE xx VALUE "00".
       01  WS-GRADE-AR-STATUS   PICTURE xx VALUE "00".
       01  WS-CONTACT-AR-STATUS PICTURE xx VALUE "00".
       01  WS-ADDRESS-OK-SWITCH PICTURE x VALUE "N".
           88  WS-ADDRESS-OK        VALUE "Y".
       01  WS-CONTACT-OK-SWITCH PICTURE x VALUE "N".
           88  WS-CONTACT-OK        VALUE "Y".
       01  WS-HISTORY-OK-SWITCH PICTURE x VALUE "N".
           88  WS-HISTORY-OK        VALUE "Y".
       01  WS-SECTION-OK-SWITCH PICTURE x VALUE "N".
           88  WS-SECTION-OK        VALUE "Y".
       01  WS-SCORE-OK-SWITCH   PICTURE x VALUE "N".
           88  WS-SCORE-OK          VALUE "Y".
       01  WS-SCORE-DONE-SWITCH PICTURE x VALUE "N".
           88  WS-SCORE-DONE        VALUE "Y".
       01  WS-MENU-CHOICE       PICTURE 9 VALUE ZERO.
       01  WS-DONE-SWITCH       PICTURE x VALUE "N".
           88  WS-DONE              VALUE "Y".
       01  WS-OPEN-ERROR-SWITCH PICTURE x VALUE "N".
           88  WS-OPEN-ERROR        VALUE "Y".
       01  WS-ARCHIVE-EOF-SWITCH PICTURE x VALUE "N".
           88  WS-END-OF-ARCHIVE    VALUE "Y".
       01  WS-MASTER-EOF-SWITCH PICTURE x VALUE "N".
           88  WS-END-OF-MASTER     VALUE "Y".
       01  WS-SECTION-VALID-SWITCH PICTURE x VALUE "N".
           88  WS-SECTION-VALID     VALUE "Y".
       01  WS-CONFIRM-ANSWER    PICTURE x VALUE SPACE.
       01  WS-SEARCH-ID         PICTURE 9(6) VALUE ZEROES.
       01  WS-SEARCH-NAME       PICTURE x(10) VALUE SPACES.
       01  WS-NAME-LENGTH       PICTURE 99 VALUE ZEROES.
       01  WS-SUBSCRIPT         PICTURE 99 VALUE ZEROES.
       01  WS-ARCHIVE-LINE-NO   PICTURE 9(7) VALUE ZEROES.
       01  WS-CHOSEN-LINE-NO    PICTURE 9(7) VALUE ZEROES.
       01  WS-CHOSEN-DATE       PICTURE x(8) VALUE SPACES.
       01  WS-CHOSEN-IMAGE      PICTURE x(246) VALUE SPACES.
       01  WS-READMIT-ID        PICTURE 9(6) VALUE ZEROES.
       01  WS-NEW-SECTION       PICTURE x(4) VALUE SPACES.
       01  WS-ENROLLED-COUNT    PICTURE 9(3) VALUE ZEROES.
       01  WS-MATCH-COUNT       PICTURE 99 VALUE ZEROES.
       01  WS-PICK-NUMBER       PICTURE 99 VALUE ZEROES.
       01  WS-MATCH-TABLE.
           05  WS-MATCH-ENTRY OCCURS 20 TIMES.
               10  WS-MATCH-LINE-NO PICTURE 9(7).
               10  WS-MATCH-ID      PICTURE 9(6).
       01  WS-ADDRESSES-RESTORED PICTURE 9(5) VALUE ZEROES.
       01  WS-CONTACTS-RESTORED PICTURE 9(5) VALUE ZEROES.
       01  WS-GRADES-RESTORED   PICTURE 9(5) VALUE ZEROES.
       01  WS-RECORDS-SKIPPED   PICTURE 9(5) VALUE ZEROES.
       01  WS-SCORES-CLEARED    PICTURE 9(5) VALUE ZEROES.
       01  WS-CURRENT-DATE-TIME PICTURE x(21).
       01  WS-TODAY             PICTURE 9(8) VALUE ZEROES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           MOVE "READMIT" TO SO-PROGRAM-NAME.
           MOVE 2 TO SO-REQUIRED-LEVEL.
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
               PERFORM 090-CLOSE-FILES
           END-IF.
           GOBACK.

      ******************************************************************
      * The three files records are restored into are created on first
      * use the way PERSON-MAINT creates the contact file, so a file
      * that happens not to exist yet never leaves archived records
      * stranded behind a readmitted person.
      ******************************************************************
       010-OPEN-FILES.
           OPEN I-O PERSON-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "READMIT: UNABLE TO OPEN PERSON-MASTER, STATUS "
                   WS-MASTER-STATUS
               SET WS-OPEN-ERROR TO TRUE
           ELSE
               OPEN I-O ADDRESS-FILE
               IF WS-ADDRESS-STATUS = "35"
                   CLOSE ADDRESS-FILE
                   OPEN OUTPUT ADDRESS-FILE
                   CLOSE ADDRESS-FILE
                   OPEN I-O ADDRESS-FILE
               END-IF
               IF WS-ADDRESS-STATUS = "00"
                   SET WS-ADDRESS-OK TO TRUE
               END-IF
               OPEN I-O CONTACT-FILE
               IF WS-CONTACT-STATUS = "35"
                   CLOSE CONTACT-FILE
                   OPEN OUTPUT CONTACT-FILE
                   CLOSE CONTACT-FILE
                   OPEN I-O CONTACT-FILE
               END-IF
               IF WS-CONTACT-STATUS = "00"
                   SET WS-CONTACT-OK TO TRUE
               END-IF
               OPEN I-O GRADE-HISTORY
               IF WS-HISTORY-STATUS = "35"
                   CLOSE GRADE-HISTORY
                   OPEN OUTPUT GRADE-HISTORY
                   CLOSE GRADE-HISTORY
                   OPEN I-O GRADE-HISTORY
               END-IF
               IF WS-HISTORY-STATUS = "00"
                   SET WS-HISTORY-OK TO TRUE
               END-IF
               OPEN INPUT SECTION-MASTER
               IF WS-SECTION-STATUS = "00"
                   SET WS-SECTION-OK TO TRUE
               END-IF
               OPEN I-O SCORE-FILE
               IF WS-SCORE-STATUS = "00"
                   SET WS-SCORE-OK TO TRUE
               END-IF
           END-IF.

       090-CLOSE-FILES.
           CLOSE PERSON-MASTER.
           IF WS-ADDRESS-OK
               CLOSE ADDRESS-FILE
           END-IF.
           IF WS-CONTACT-OK
               CLOSE CONTACT-FILE
           END-IF.
           IF WS-HISTORY-OK
               CLOSE GRADE-HISTORY
           END-IF.
           IF WS-SECTION-OK
               CLOSE SECTION-MASTER
           END-IF.
           IF WS-SCORE-OK
               CLOSE SCORE-FILE
           END-IF.

       100-DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "==== READMIT A SEPARATED STUDENT ====".
           DISPLAY "1. Find in the archive by ID".
           DISPLAY "2. Find in the archive by name".
           DISPLAY "3. Exit".
           DISPLAY "Enter choice: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.

       200-PROCESS-CHOICE.
           MOVE ZEROES TO WS-CHOSEN-LINE-NO.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM 300-FIND-BY-ID
               WHEN 2
                   PERFORM 350-FIND-BY-NAME
               WHEN 3
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid choice, please try again."
           END-EVALUATE.
           IF WS-CHOSEN-LINE-NO > ZERO
               PERFORM 400-READMIT-PERSON
           END-IF.

      ******************************************************************
      * The whole archive is read, so when a student has been through
      * more than one separation the latest image still waiting to be
      * readmitted is the one kept.
      ******************************************************************
       300-FIND-BY-ID.
           DISPLAY "PERSON-ID: " WITH NO ADVANCING.
           ACCEPT WS-SEARCH-ID.
           OPEN INPUT PERSON-ARCHIVE.
           IF WS-PERSON-AR-STATUS NOT = "00"
               DISPLAY "READMIT: NO PERSON ARCHIVE TO SEARCH, STATUS "
                   WS-PERSON-AR-STATUS
           ELSE
               MOVE ZEROES TO WS-ARCHIVE-LINE-NO
               SET WS-ARCHIVE-EOF-SWITCH TO "N"
               PERFORM 310-READ-PERSON-ARCHIVE
               PERFORM UNTIL WS-END-OF-ARCHIVE
                   IF PA-RECORD-DATA (1:6) = WS-SEARCH-ID AND
                           NOT PA-READMITTED
                       MOVE WS-ARCHIVE-LINE-NO TO WS-CHOSEN-LINE-NO
                       MOVE PA-ARCHIVE-DATE TO WS-CHOSEN-DATE
                       MOVE PA-RECORD-DATA TO WS-CHOSEN-IMAGE
                   END-IF
                   PERFORM 310-READ-PERSON-ARCHIVE
               END-PERFORM
               CLOSE PERSON-ARCHIVE
               IF WS-CHOSEN-LINE-NO = ZERO
                   DISPLAY "READMIT: " WS-SEARCH-ID
                       " NOT IN THE ARCHIVE AWAITING READMISSION"
               END-IF
           END-IF.

       310-READ-PERSON-ARCHIVE.
           READ PERSON-ARCHIVE
               AT END
                   SET WS-END-OF-ARCHIVE TO TRUE
               NOT AT END
                   ADD 1 TO WS-ARCHIVE-LINE-NO
           END-READ.

      ******************************************************************
      * Partial last-name match over the archive, same prompt and pick
      * list shape as PERSON-MAINT's Find by name. Readmitted lines
      * are left out.
      ******************************************************************
       350-FIND-BY-NAME.
           MOVE SPACES TO WS-SEARCH-NAME.
           DISPLAY "Last name (full or partial): " WITH NO ADVANCING.
           ACCEPT WS-SEARCH-NAME.
           IF WS-SEARCH-NAME = SPACES
               DISPLAY "READMIT: NOTHING TO SEARCH FOR"
           ELSE
               MOVE ZEROES TO WS-NAME-LENGTH
               PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                       UNTIL WS-SUBSCRIPT > 10
                   IF WS-SEARCH-NAME (WS-SUBSCRIPT:1) NOT = SPACE
                       MOVE WS-SUBSCRIPT TO WS-NAME-LENGTH
                   END-IF
               END-PERFORM
               PERFORM 360-BUILD-PICK-LIST
               IF WS-MATCH-COUNT = 0
                   DISPLAY "READMIT: NO MATCHING LAST NAME IN THE "
                       "ARCHIVE"
               ELSE
                   PERFORM 370-SELECT-FROM-PICK-LIST
               END-IF
           END-IF.

       360-BUILD-PICK-LIST.
           MOVE ZEROES TO WS-MATCH-COUNT.
           OPEN INPUT PERSON-ARCHIVE.
           IF WS-PERSON-AR-STATUS NOT = "00"
               DISPLAY "READMIT: NO PERSON ARCHIVE TO SEARCH, STATUS "
                   WS-PERSON-AR-STATUS
           ELSE
               MOVE ZEROES TO WS-ARCHIVE-LINE-NO
               SET WS-ARCHIVE-EOF-SWITCH TO "N"
               PERFORM 310-READ-PERSON-ARCHIVE
               PERFORM UNTIL WS-END-OF-ARCHIVE
                       OR WS-MATCH-COUNT = 20
                   MOVE 6 TO RA-COURSE-COUNT
                   MOVE PA-RECORD-DATA TO RA-PERSON
                   IF RA-LAST-NAME (1:WS-NAME-LENGTH) =
                           WS-SEARCH-NAME (1:WS-NAME-LENGTH) AND
                           NOT PA-READMITTED
                       ADD 1 TO WS-MATCH-COUNT
                       MOVE WS-ARCHIVE-LINE-NO TO
                           WS-MATCH-LINE-NO (WS-MATCH-COUNT)
                       MOVE RA-PERSON-ID TO
                           WS-MATCH-ID (WS-MATCH-COUNT)
                       DISPLAY WS-MATCH-COUNT ". " RA-PERSON-ID " "
                           RA-FIRST-NAME " " RA-LAST-NAME " AGE "
                           RA-AGE " STATUS " RA-STATUS-CODE " "
                           RA-STATUS-DATE " ARCHIVED " PA-ARCHIVE-DATE
                   END-IF
                   PERFORM 310-READ-PERSON-ARCHIVE
               END-PERFORM
               CLOSE PERSON-ARCHIVE
               IF WS-MATCH-COUNT = 20
                   DISPLAY "READMIT: LIST STOPPED AT 20, "
                       "NARROW THE NAME"
               END-IF
           END-IF.

      ******************************************************************
      * The picked line is re-read by its position so the image taken
      * is exactly the one listed.
      ******************************************************************
       370-SELECT-FROM-PICK-LIST.
           DISPLAY "Select line (0 = none): " WITH NO ADVANCING.
           ACCEPT WS-PICK-NUMBER.
           IF WS-PICK-NUMBER >= 1 AND
                   WS-PICK-NUMBER <= WS-MATCH-COUNT
               OPEN INPUT PERSON-ARCHIVE
               MOVE ZEROES TO WS-ARCHIVE-LINE-NO
               SET WS-ARCHIVE-EOF-SWITCH TO "N"
               PERFORM 310-READ-PERSON-ARCHIVE
               PERFORM UNTIL WS-END-OF-ARCHIVE OR
                       WS-ARCHIVE-LINE-NO =
                       WS-MATCH-LINE-NO (WS-PICK-NUMBER)
                   PERFORM 310-READ-PERSON-ARCHIVE
               END-PERFORM
               IF NOT WS-END-OF-ARCHIVE
                   MOVE WS-ARCHIVE-LINE-NO TO WS-CHOSEN-LINE-NO
                   MOVE PA-ARCHIVE-DATE TO WS-CHOSEN-DATE
                   MOVE PA-RECORD-DATA TO WS-CHOSEN-IMAGE
               END-IF
               CLOSE PERSON-ARCHIVE
           END-IF.

      ******************************************************************
      * A student whose ID is somehow back on the master is not
      * touched - that is a duplicate for DUPFIND and PERSON-MERGE,
      * not a readmission.
      ******************************************************************
       400-READMIT-PERSON.
           MOVE 6 TO RA-COURSE-COUNT.
           MOVE WS-CHOSEN-IMAGE TO RA-PERSON.
           MOVE RA-PERSON-ID TO WS-READMIT-ID.
           MOVE WS-READMIT-ID TO PM-PERSON-ID.
           READ PERSON-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-MASTER-STATUS = "00"
               DISPLAY "READMIT: " WS-READMIT-ID
                   " IS ALREADY ON PERSON-MASTER - NOT READMITTED"
           ELSE
               PERFORM 410-SHOW-ARCHIVED-PERSON
               DISPLAY "Readmit " WS-READMIT-ID " as Active? (Y/N): "
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM-ANSWER
               IF WS-CONFIRM-ANSWER = "Y" OR WS-CONFIRM-ANSWER = "y"
                   PERFORM 420-CHOOSE-SECTION
                   PERFORM 430-WRITE-PERSON
               ELSE
                   DISPLAY "READMIT: NOTHING READMITTED"
               END-IF
           END-IF.

       410-SHOW-ARCHIVED-PERSON.
           DISPLAY "  " RA-PERSON-ID " " RA-FIRST-NAME " " RA-LAST-NAME
               " AGE " RA-AGE " SECTION " RA-CLASS-SECTION.
           DISPLAY "  " RA-ADDRESS1 " " RA-CITY " " RA-PHONE.
           DISPLAY "  LEFT " RA-STATUS-DATE " STATUS " RA-STATUS-CODE
               ", ARCHIVED " WS-CHOSEN-DATE.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > RA-COURSE-COUNT
               DISPLAY "    " RA-COURSE-CODE (WS-SUBSCRIPT) " "
                   RA-COURSE-NAME (WS-SUBSCRIPT) " "
                   RA-COURSE-SCORE (WS-SUBSCRIPT)
           END-PERFORM.

      ******************************************************************
      * The archived section is offered as the default; a blank answer
      * keeps it if SECTION-MASTER still has it. A full section only
      * warns, as on a PERSON-MAINT add.
      ******************************************************************
       420-CHOOSE-SECTION.
           MOVE RA-CLASS-SECTION TO WS-NEW-SECTION.
           IF WS-SECTION-OK
               SET WS-SECTION-VALID-SWITCH TO "N"
               PERFORM UNTIL WS-SECTION-VALID
                   DISPLAY "Class section (blank keeps "
                       RA-CLASS-SECTION "): " WITH NO ADVANCING
                   MOVE SPACES TO SM-SECTION-CODE
                   ACCEPT SM-SECTION-CODE
                   IF SM-SECTION-CODE = SPACES
                       MOVE RA-CLASS-SECTION TO SM-SECTION-CODE
                   END-IF
                   READ SECTION-MASTER
                       INVALID KEY
                           DISPLAY "Error: section not on section "
                               "master."
                       NOT INVALID KEY
                           SET WS-SECTION-VALID TO TRUE
                   END-READ
               END-PERFORM
               MOVE SM-SECTION-CODE TO WS-NEW-SECTION
               PERFORM 425-CHECK-SECTION-CAPACITY
           END-IF.

       425-CHECK-SECTION-CAPACITY.
           MOVE ZEROES TO WS-ENROLLED-COUNT.
           MOVE LOW-VALUES TO PM-PERSON-ID.
           SET WS-MASTER-EOF-SWITCH TO "N".
           START PERSON-MASTER KEY IS NOT LESS THAN PM-PERSON-ID
               INVALID KEY
                   SET WS-END-OF-MASTER TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-MASTER
               READ PERSON-MASTER NEXT RECORD
                   AT END
                       SET WS-END-OF-MASTER TO TRUE
                   NOT AT END
                       IF PM-CLASS-SECTION = WS-NEW-SECTION AND
                               NOT PM-STATUS-SEPARATED
                           ADD 1 TO WS-ENROLLED-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ENROLLED-COUNT >= SM-CAPACITY
               DISPLAY "Warning: section " WS-NEW-SECTION " has "
                   WS-ENROLLED-COUNT " of " SM-CAPACITY
                   " seats filled - this readmission exceeds capacity."
           END-IF.

      ******************************************************************
      * The person goes back first and its archive line is marked at
      * once, so an interrupted readmission is never offered again
      * over a person already restored; the satellite files follow.
      ******************************************************************
       430-WRITE-PERSON.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-TODAY.
           MOVE 6 TO PM-COURSE-COUNT.
           MOVE WS-CHOSEN-IMAGE TO PM-PERSON.
           MOVE ZEROES TO PM-COURSE-COUNT.
           MOVE WS-NEW-SECTION TO PM-CLASS-SECTION.
           MOVE "A" TO PM-STATUS-CODE.
           MOVE WS-TODAY TO PM-STATUS-DATE.
           WRITE PM-PERSON
               INVALID KEY
                   DISPLAY "READMIT: DUPLICATE KEY, ID "
                       PM-PERSON-ID " ALREADY EXISTS"
               NOT INVALID KEY
                   MOVE "A" TO JW-OPERATION
                   MOVE SPACES TO JW-BEFORE-IMAGE
                   MOVE SPACES TO JW-AFTER-IMAGE
                   MOVE PM-PERSON TO JW-AFTER-IMAGE
                   PERFORM 910-WRITE-JOURNAL
                   PERFORM 440-MARK-PERSON-ARCHIVE
                   MOVE ZEROES TO WS-ADDRESSES-RESTORED
                   MOVE ZEROES TO WS-CONTACTS-RESTORED
                   MOVE ZEROES TO WS-GRADES-RESTORED
                   MOVE ZEROES TO WS-RECORDS-SKIPPED
                   MOVE ZEROES TO WS-SCORES-CLEARED
                   IF WS-ADDRESS-OK
                       PERFORM 500-RESTORE-ADDRESSES
                   END-IF
                   IF WS-CONTACT-OK
                       PERFORM 600-RESTORE-CONTACTS
                   END-IF
                   IF WS-HISTORY-OK
                       PERFORM 700-RESTORE-GRADES
                   END-IF
                   IF WS-SCORE-OK
                       PERFORM 800-CLEAR-COMPONENT-SCORES
                   END-IF
                   DISPLAY "READMIT: " WS-READMIT-ID " READMITTED "
                       WS-TODAY " IN SECTION " WS-NEW-SECTION
                   DISPLAY "READMIT: ADDRESSES RESTORED "
                       WS-ADDRESSES-RESTORED
                   DISPLAY "READMIT: CONTACTS RESTORED  "
                       WS-CONTACTS-RESTORED
                   DISPLAY "READMIT: GRADES RESTORED    "
                       WS-GRADES-RESTORED
                   DISPLAY "READMIT: OLD SCORES CLEARED "
                       WS-SCORES-CLEARED
                   IF WS-RECORDS-SKIPPED > ZERO
                       DISPLAY "READMIT: " WS-RECORDS-SKIPPED
                           " ARCHIVED RECORDS ALREADY ON FILE, LEFT "
                           "UNMARKED IN THE ARCHIVE"
                   END-IF
           END-WRITE.

       440-MARK-PERSON-ARCHIVE.
           OPEN I-O PERSON-ARCHIVE.
           IF WS-PERSON-AR-STATUS NOT = "00"
               DISPLAY "READMIT: PERSON ARCHIVE NOT MARKED, STATUS "
                   WS-PERSON-AR-STATUS " - LINE " WS-CHOSEN-LINE-NO
           ELSE
               MOVE ZEROES TO WS-ARCHIVE-LINE-NO
               SET WS-ARCHIVE-EOF-SWITCH TO "N"
               PERFORM 310-READ-PERSON-ARCHIVE
               PERFORM UNTIL WS-END-OF-ARCHIVE OR
                       WS-ARCHIVE-LINE-NO = WS-CHOSEN-LINE-NO
                   PERFORM 310-READ-PERSON-ARCHIVE
               END-PERFORM
               IF NOT WS-END-OF-ARCHIVE
                   SET PA-READMITTED TO TRUE
                   REWRITE PA-ARCHIVE-RECORD
                   IF WS-PERSON-AR-STATUS NOT = "00"
                       DISPLAY "READMIT: PERSON ARCHIVE NOT MARKED, "
                           "STATUS " WS-PERSON-AR-STATUS
                   END-IF
               END-IF
               CLOSE PERSON-ARCHIVE
           END-IF.

      ******************************************************************
      * Restore pattern, same for all three satellite archives: read
      * the archive I-O from the top, write back each of the student's
      * lines not yet readmitted, and mark the line only once its
      * record is safely on file. A missing archive just means there
      * was nothing of that kind to restore.
      ******************************************************************
       500-RESTORE-ADDRESSES.
           OPEN I-O ADDRESS-ARCHIVE.
           IF WS-ADDRESS-AR-STATUS = "00"
               SET WS-ARCHIVE-EOF-SWITCH TO "N"
               PERFORM UNTIL WS-END-OF-ARCHIVE
                   READ ADDRESS-ARCHIVE
                       AT END
                           SET WS-END-OF-ARCHIVE TO TRUE
                       NOT AT END
                           IF AA-RECORD-DATA (1:6) = WS-READMIT-ID AND
                                   NOT AA-READMITTED
                               PERFORM 510-RESTORE-ONE-ADDRESS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADDRESS-ARCHIVE
           END-IF.

       510-RESTORE-ONE-ADDRESS.
           MOVE AA-RECORD-DATA TO AF-ADDRESS-RECORD.
           WRITE AF-ADDRESS-RECORD
               INVALID KEY
                   DISPLAY "READMIT: ADDRESS " AF-ADDRESS-KEY
                       " ALREADY ON FILE"
                   ADD 1 TO WS-RECORDS-SKIPPED
               NOT INVALID KEY
                   ADD 1 TO WS-ADDRESSES-RESTORED
                   SET AA-READMITTED TO TRUE
                   REWRITE AA-ARCHIVE-RECORD
                   IF WS-ADDRESS-AR-STATUS NOT = "00"
                       DISPLAY "READMIT: ADDRESS ARCHIVE NOT MARKED, "
                           "STATUS " WS-ADDRESS-AR-STATUS
                   END-IF
           END-WRITE.

       600-RESTORE-CONTACTS.
           OPEN I-O CONTACT-ARCHIVE.
           IF WS-CONTACT-AR-STATUS = "00"
               SET WS-ARCHIVE-EOF-SWITCH TO "N"
               PERFORM UNTIL WS-END-OF-ARCHIVE
                   READ CONTACT-ARCHIVE
                       AT END
                           SET WS-END-OF-ARCHIVE TO TRUE
                       NOT AT END
                           IF CA-RECORD-DATA (1:6) = WS-READMIT-ID AND
                                   NOT CA-READMITTED
                               PERFORM 610-RESTORE-ONE-CONTACT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTACT-ARCHIVE
           END-IF.

       610-RESTORE-ONE-CONTACT.
           MOVE CA-RECORD-DATA TO CN-CONTACT-RECORD.
           WRITE CN-CONTACT-RECORD
               INVALID KEY
                   DISPLAY "READMIT: CONTACT " CN-CONTACT-KEY
                       " ALREADY ON FILE"
                   ADD 1 TO WS-RECORDS-SKIPPED
               NOT INVALID KEY
                   ADD 1 TO WS-CONTACTS-RESTORED
                   SET CA-READMITTED TO TRUE
                   REWRITE CA-ARCHIVE-RECORD
                   IF WS-CONTACT-AR-STATUS NOT = "00"
                       DISPLAY "READMIT: CONTACT ARCHIVE NOT MARKED, "
                           "STATUS " WS-CONTACT-AR-STATUS
                   END-IF
           END-WRITE.

       700-RESTORE-GRADES.
           OPEN I-O GRADE-ARCHIVE.
           IF WS-GRADE-AR-STATUS = "00"
               SET WS-ARCHIVE-EOF-SWITCH TO "N"
               PERFORM UNTIL WS-END-OF-ARCHIVE
                   READ GRADE-ARCHIVE
                       AT END
                           SET WS-END-OF-ARCHIVE TO TRUE
                       NOT AT END
                           IF GA-RECORD-DATA (1:6) = WS-READMIT-ID AND
                                   NOT GA-READMITTED
                               PERFORM 710-RESTORE-ONE-GRADE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRADE-ARCHIVE
           END-IF.

       710-RESTORE-ONE-GRADE.
           MOVE GA-RECORD-DATA TO GH-GRADE-RECORD.
           WRITE GH-GRADE-RECORD
               INVALID KEY
                   DISPLAY "READMIT: HISTORY " GH-GRADE-KEY
                       " ALREADY ON FILE"
                   ADD 1 TO WS-RECORDS-SKIPPED
               NOT INVALID KEY
                   ADD 1 TO WS-GRADES-RESTORED
                   SET GA-READMITTED TO TRUE
                   REWRITE GA-ARCHIVE-RECORD
                   IF WS-GRADE-AR-STATUS NOT = "00"
                       DISPLAY "READMIT: GRADE ARCHIVE NOT MARKED, "
                           "STATUS " WS-GRADE-AR-STATUS
                   END-IF
                   PERFORM 920-WRITE-GRADE-JOURNAL
           END-WRITE.

      ******************************************************************
      * The student's key range on CMPSCORE.DAT is emptied the way
      * PERSON-MERGE works a range: start at the low end, take the
      * first record, delete it, and start again until the range is
      * empty. No CMPSCORE.DAT means there is nothing to clear.
      ******************************************************************
       800-CLEAR-COMPONENT-SCORES.
           SET WS-SCORE-DONE-SWITCH TO "N".
           PERFORM UNTIL WS-SCORE-DONE
               MOVE WS-READMIT-ID TO CS-KEY-PERSON-ID
               MOVE LOW-VALUES TO CS-KEY-COURSE-CODE
               MOVE LOW-VALUES TO CS-KEY-COMPONENT-CODE
               START SCORE-FILE KEY IS NOT LESS THAN CS-SCORE-KEY
                   INVALID KEY
                       SET WS-SCORE-DONE TO TRUE
               END-START
               IF NOT WS-SCORE-DONE
                   READ SCORE-FILE NEXT RECORD
                       AT END
                           SET WS-SCORE-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT WS-SCORE-DONE
                   IF CS-KEY-PERSON-ID NOT = WS-READMIT-ID
                       SET WS-SCORE-DONE TO TRUE
                   ELSE
                       PERFORM 810-CLEAR-ONE-SCORE
                   END-IF
               END-IF
           END-PERFORM.

       810-CLEAR-ONE-SCORE.
           DELETE SCORE-FILE RECORD
               INVALID KEY
                   DISPLAY "READMIT: COMPONENT SCORE " CS-SCORE-KEY
                       " NOT DELETED, STATUS " WS-SCORE-STATUS
                   SET WS-SCORE-DONE TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-SCORES-CLEARED
           END-DELETE.

      ******************************************************************
      * Same per-add journal convention as PERSON-MAINT, under the
      * operator who signed on.
      ******************************************************************
       910-WRITE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME TO JW-TIMESTAMP.
           MOVE PM-PERSON-ID TO JW-PERSON-ID.
           MOVE SO-OPERATOR-ID TO JW-OPERATOR-ID.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "05" OR "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "READMIT: JOURNAL NOT WRITTEN FOR ID "
                   JW-PERSON-ID ", OPEN STATUS " WS-JOURNAL-STATUS
                   " - MASTER IS UPDATED BUT UNJOURNALED"
           ELSE
               MOVE JW-JOURNAL-RECORD TO JR-JOURNAL-RECORD
               WRITE JR-JOURNAL-RECORD
               IF WS-JOURNAL-STATUS NOT = "00"
                   DISPLAY "READMIT: JOURNAL WRITE FAILED FOR ID "
                       JW-PERSON-ID ", STATUS " WS-JOURNAL-STATUS
                       " - MASTER IS UPDATED BUT UNJOURNALED"
               END-IF
               CLOSE JOURNAL-FILE
           END-IF.

      ******************************************************************
      * Each restored history record is journaled as an add to
      * GRADEJNL.DAT, as TRNSFPST journals the history it posts.
      ******************************************************************
       920-WRITE-GRADE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME TO JW-TIMESTAMP.
           MOVE "A" TO JW-OPERATION.
           MOVE GH-KEY-PERSON-ID TO JW-PERSON-ID.
           MOVE SPACES TO JW-BEFORE-IMAGE.
           MOVE SPACES TO JW-AFTER-IMAGE.
           MOVE GH-GRADE-RECORD TO JW-AFTER-IMAGE.
           MOVE SO-OPERATOR-ID TO JW-OPERATOR-ID.
           OPEN EXTEND GRADE-JOURNAL.
           IF WS-JOURNAL-STATUS = "05" OR "35"
               OPEN OUTPUT GRADE-JOURNAL
           END-IF.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "READMIT: GRADE JOURNAL NOT WRITTEN FOR ID "
                   JW-PERSON-ID ", OPEN STATUS " WS-JOURNAL-STATUS
                   " - HISTORY IS UPDATED BUT UNJOURNALED"
           ELSE
               MOVE JW-JOURNAL-RECORD TO JG-JOURNAL-RECORD
               WRITE JG-JOURNAL-RECORD
               IF WS-JOURNAL-STATUS NOT = "00"
                   DISPLAY "READMIT: GRADE JOURNAL WRITE FAILED FOR ID "
                       JW-PERSON-ID ", STATUS " WS-JOURNAL-STATUS
                       " - HISTORY IS UPDATED BUT UNJOURNALED"
               END-IF
               CLOSE GRADE-JOURNAL
           END-IF.
