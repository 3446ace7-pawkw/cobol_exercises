      ******************************************************************
      * PERSON-MERGE: folds a duplicate PERSON-ID (one DUPFIND has
      * paired) into the ID being kept. The operator keys the
      * surviving ID and the retired ID, sees both records and
      * confirms; every record filed under the retired ID is then
      * re-keyed under the survivor and the retired PERSON is deleted.
      * Files carried over: ADDRESS-FILE, CONTACT-FILE, GRADE-HISTORY,
      * ATTENDANCE, the grade change requests GRDCHG.DAT, the section
      * waitlists WAITLST.DAT, and along with them the student ledger,
      * standing history, prerequisite overrides, truancy cases and
      * outreach, the transfer evaluation queue and the component
      * scores, so nothing is left orphaned under an ID that no longer
      * exists. Any of these not on hand is skipped.
      * Key collisions - the survivor already has a record with the
      * same key - are settled by rule:
      *   - contacts and ledger entries are never lost: the retired
      *     one is renumbered to the survivor's next free sequence
      *     (truancy outreach follows a renumbered contact);
      *   - on a waitlist both IDs hold a place in, the earlier place
      *     is kept for the survivor and the later one removed;
      *   - everywhere else the survivor's record stands and the
      *     retired one is dropped.
      * Every record moved, renumbered or dropped is listed with its
      * full image on PERSONMG.RPT, so a dropped record can still be
      * keyed back by hand. GRADE-HISTORY re-keys are journaled to
      * GRADEJNL.DAT (a D of the old key and an A of the new, as
      * GRADE-CHANGE-APPR journals history), live courses on the
      * retired record that the survivor does not carry are added to
      * the survivor's table (journaled as a C to PERSONJL.DAT), and
      * the retired PERSON's delete is journaled as a D like a
      * PERSON-MAINT delete. A line mapping the retired ID to the
      * survivor goes on MERGELOG.DAT for the downstream systems.
      * If any re-key fails for a reason other than a collision, or
      * the survivor's PERSON record cannot be updated, the retired
      * PERSON is left in place and no MERGELOG line is written, so
      * the merge can simply be run again once the file is put right.
      * Merging is the registrar's call, so only a registrar or
      * administrator signs on here.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSON-MERGE.

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

           SELECT ATTENDANCE-FILE ASSIGN TO "ATTENDMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AT-ATTEND-KEY
               FILE STATUS IS WS-ATTEND-STATUS.

           SELECT CHANGE-REQUEST-FILE ASSIGN TO "GRDCHG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GC-REQUEST-KEY
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT WAITLIST-FILE ASSIGN TO "WAITLST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-WAITLIST-KEY
               FILE STATUS IS WS-WAITLIST-STATUS.

           SELECT STUDENT-LEDGER ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-LEDGER-KEY
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT STANDING-HISTORY ASSIGN TO "STANDHIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-STANDING-KEY
               FILE STATUS IS WS-STANDING-STATUS.

           SELECT OVERRIDE-FILE ASSIGN TO "PREOVRD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-OVERRIDE-KEY
               FILE STATUS IS WS-OVERRIDE-STATUS.

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

           SELECT EVALUATION-QUEUE ASSIGN TO "TRNSEVAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TE-EVALUATION-KEY
               FILE STATUS IS WS-QUEUE-STATUS.

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

           SELECT MERGE-LOG ASSIGN TO "MERGELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT MERGE-REPORT ASSIGN TO "PERSONMG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

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

       FD  ATTENDANCE-FILE.
           COPY ATTENDREC REPLACING ==:PFX:== BY ==AT-==.

       FD  CHANGE-REQUEST-FILE.
           COPY GCHGREC REPLACING ==:PFX:== BY ==GC-==.

       FD  WAITLIST-FILE.
           COPY WAITREC REPLACING ==:PFX:== BY ==WL-==.

       FD  STUDENT-LEDGER.
           COPY LEDGREC REPLACING ==:PFX:== BY ==LG-==.

       FD  STANDING-HISTORY.
           COPY STNDREC REPLACING ==:PFX:== BY ==SH-==.

       FD  OVERRIDE-FILE.
           COPY OVRDREC REPLACING ==:PFX:== BY ==PO-==.

       FD  CASE-FILE.
           COPY TRCASREC REPLACING ==:PFX:== BY ==TC-==.

       FD  OUTREACH-LOG.
           COPY TROUTREC REPLACING ==:PFX:== BY ==TO-==.

       FD  EVALUATION-QUEUE.
           COPY TEVALREC REPLACING ==:PFX:== BY ==TE-==.

       FD  SCORE-FILE.
           COPY CMPSREC REPLACING ==:PFX:== BY ==CS-==.

       FD  JOURNAL-FILE.
           COPY JRNLREC REPLACING ==:PFX:== BY ==JR-==.

       FD  GRADE-JOURNAL.
           COPY JRNLREC REPLACING ==:PFX:== BY ==JG-==.

       FD  MERGE-LOG.
           COPY MERGEREC REPLACING ==:PFX:== BY ==MG-==.

       FD  MERGE-REPORT.
       01  MERGE-REPORT-LINE    PICTURE x(153).

       WORKING-STORAGE SECTION.
           COPY JRNLREC REPLACING ==:PFX:== BY ==JW-==.
           COPY MERGEREC REPLACING ==:PFX:== BY ==MW-==.
           COPY SIGNONRQ REPLACING ==:PFX:== BY ==SO-==.
      ******************************************************************
      * The retired PERSON as read at confirmation, kept for its
      * courses and its journal image once the master record is gone.
      ******************************************************************
           COPY PERSONREC REPLACING ==:PFX:== BY ==RT-==.
       01  WS-MASTER-STATUS   PICTURE xx VALUE "00".
       01  WS-ADDRESS-STATUS  PICTURE xx VALUE "00".
       01  WS-CONTACT-STATUS  PICTURE xx VALUE "00".
       01  WS-HISTORY-STATUS  PICTURE xx VALUE "00".
       01  WS-ATTEND-STATUS   PICTURE xx VALUE "00".
       01  WS-REQUEST-STATUS  PICTURE xx VALUE "00".
       01  WS-WAITLIST-STATUS PICTURE xx VALUE "00".
       01  WS-LEDGER-STATUS   PICTURE xx VALUE "00".
       01  WS-STANDING-STATUS PICTURE xx VALUE "00".
       01  WS-OVERRIDE-STATUS PICTURE xx VALUE "00".
       01  WS-CASE-STATUS     PICTURE xx VALUE "00".
       01  WS-OUTREACH-STATUS PICTURE xx VALUE "00".
       01  WS-QUEUE-STATUS    PICTURE xx VALUE "00".
       01  WS-SCORE-STATUS    PICTURE xx VALUE "00".
       01  WS-JOURNAL-STATUS  PICTURE xx VALUE "00".
       01  WS-LOG-STATUS      PICTURE xx VALUE "00".
       01  WS-REPORT-STATUS   PICTURE xx VALUE "00".
       01  WS-WRITE-STATUS    PICTURE xx VALUE "00".
       01  WS-ADDRESS-OK-SWITCH PICTURE x VALUE "N".
           88  WS-ADDRESS-OK      VALUE "Y".
       01  WS-CONTACT-OK-SWITCH PICTURE x VALUE "N".
           88  WS-CONTACT-OK      VALUE "Y".
       01  WS-HISTORY-OK-SWITCH PICTURE x VALUE "N".
           88  WS-HISTORY-OK      VALUE "Y".
       01  WS-ATTEND-OK-SWITCH PICTURE x VALUE "N".
           88  WS-ATTEND-OK       VALUE "Y".
       01  WS-REQUEST-OK-SWITCH PICTURE x VALUE "N".
           88  WS-REQUEST-OK      VALUE "Y".
       01  WS-WAITLIST-OK-SWITCH PICTURE x VALUE "N".
           88  WS-WAITLIST-OK     VALUE "Y".
       01  WS-LEDGER-OK-SWITCH PICTURE x VALUE "N".
           88  WS-LEDGER-OK       VALUE "Y".
       01  WS-STANDING-OK-SWITCH PICTURE x VALUE "N".
           88  WS-STANDING-OK     VALUE "Y".
       01  WS-OVERRIDE-OK-SWITCH PICTURE x VALUE "N".
           88  WS-OVERRIDE-OK     VALUE "Y".
       01  WS-CASE-OK-SWITCH  PICTURE x VALUE "N".
           88  WS-CASE-OK         VALUE "Y".
       01  WS-OUTREACH-OK-SWITCH PICTURE x VALUE "N".
           88  WS-OUTREACH-OK     VALUE "Y".
       01  WS-QUEUE-OK-SWITCH PICTURE x VALUE "N".
           88  WS-QUEUE-OK        VALUE "Y".
       01  WS-SCORE-OK-SWITCH PICTURE x VALUE "N".
           88  WS-SCORE-OK        VALUE "Y".
       01  WS-MENU-CHOICE     PICTURE 9 VALUE ZERO.
       01  WS-DONE-SWITCH     PICTURE x VALUE "N".
           88  WS-DONE            VALUE "Y".
       01  WS-OPEN-ERROR-SWITCH PICTURE x VALUE "N".
           88  WS-OPEN-ERROR      VALUE "Y".
       01  WS-IDS-OK-SWITCH   PICTURE x VALUE "N".
           88  WS-IDS-OK          VALUE "Y".
       01  WS-FILE-DONE-SWITCH PICTURE x VALUE "N".
           88  WS-FILE-DONE       VALUE "Y".
       01  WS-MERGE-ERROR-SWITCH PICTURE x VALUE "N".
           88  WS-MERGE-ERROR     VALUE "Y".
       01  WS-FOUND-SWITCH    PICTURE x VALUE "N".
           88  WS-FOUND           VALUE "Y".
       01  WS-CONFIRM         PICTURE x VALUE SPACE.
       01  WS-SURVIVOR-ID     PICTURE 9(6) VALUE ZEROES.
       01  WS-RETIRED-ID      PICTURE 9(6) VALUE ZEROES.
       01  WS-CURRENT-DATE-TIME PICTURE x(21).
       01  WS-MERGE-TIME      PICTURE x(21).
       01  WS-SUBSCRIPT       PICTURE 99 VALUE ZERO.
       01  WS-CHECK-SUBSCRIPT PICTURE 99 VALUE ZERO.
       01  WS-COURSES-ADDED   PICTURE 9 VALUE ZERO.
       01  WS-OLD-SEQ         PICTURE 999 VALUE ZEROES.
       01  WS-NEW-SEQ         PICTURE 999 VALUE ZEROES.
      ******************************************************************
      * Contact sequence each retired contact ended up at, by its old
      * sequence, so truancy outreach naming it can be pointed at the
      * same person under the survivor.
      ******************************************************************
       01  WS-CONTACT-MAP.
           05  WS-CONTACT-NEW-SEQ OCCURS 99 TIMES PICTURE 99.
      ******************************************************************
      * The retired ID's waitlist places, collected before any is
      * touched.
      ******************************************************************
       01  WS-WAIT-COUNT      PICTURE 99 VALUE ZEROES.
       01  WS-WAIT-SUB        PICTURE 99 VALUE ZEROES.
       01  WS-WAIT-TABLE.
           05  WS-WAIT-ENTRY OCCURS 50 TIMES.
               10  WS-WAIT-SECTION  PICTURE x(4).
               10  WS-WAIT-SEQ      PICTURE 9(4).
       01  WS-SURVIVOR-SEQ    PICTURE 9(4) VALUE ZEROES.
       01  WS-RECORDS-MOVED   PICTURE 9(5) VALUE ZEROES.
       01  WS-RECORDS-RENUMBERED PICTURE 9(5) VALUE ZEROES.
       01  WS-RECORDS-DROPPED PICTURE 9(5) VALUE ZEROES.
       01  WS-LOG-ACTION      PICTURE x(10) VALUE SPACES.
       01  WS-LOG-FILE        PICTURE x(10) VALUE SPACES.
       01  WS-LOG-IMAGE       PICTURE x(131) VALUE SPACES.
       01  WS-DETAIL-LINE.
           05  FILLER           PICTURE x(2) VALUE SPACES.
           05  WS-DL-ACTION     PICTURE x(10).
           05  WS-DL-FILE       PICTURE x(10).
           05  WS-DL-IMAGE      PICTURE x(131).

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           MOVE "PERSON-MERGE" TO SO-PROGRAM-NAME.
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
      * Only the master is required; every other file is carried over
      * when it is on hand and skipped when it is not.
      ******************************************************************
       010-OPEN-FILES.
           OPEN I-O PERSON-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "PERSON-MERGE: UNABLE TO OPEN PERSON-MASTER, "
                   "STATUS " WS-MASTER-STATUS
               SET WS-OPEN-ERROR TO TRUE
           ELSE
               OPEN I-O ADDRESS-FILE
               IF WS-ADDRESS-STATUS = "00"
                   SET WS-ADDRESS-OK TO TRUE
               END-IF
               OPEN I-O CONTACT-FILE
               IF WS-CONTACT-STATUS = "00"
                   SET WS-CONTACT-OK TO TRUE
               END-IF
               OPEN I-O GRADE-HISTORY
               IF WS-HISTORY-STATUS = "00"
                   SET WS-HISTORY-OK TO TRUE
               END-IF
               OPEN I-O ATTENDANCE-FILE
               IF WS-ATTEND-STATUS = "00"
                   SET WS-ATTEND-OK TO TRUE
               END-IF
               OPEN I-O CHANGE-REQUEST-FILE
               IF WS-REQUEST-STATUS = "00"
                   SET WS-REQUEST-OK TO TRUE
               END-IF
               OPEN I-O WAITLIST-FILE
               IF WS-WAITLIST-STATUS = "00"
                   SET WS-WAITLIST-OK TO TRUE
               END-IF
               OPEN I-O STUDENT-LEDGER
               IF WS-LEDGER-STATUS = "00"
                   SET WS-LEDGER-OK TO TRUE
               END-IF
               OPEN I-O STANDING-HISTORY
               IF WS-STANDING-STATUS = "00"
                   SET WS-STANDING-OK TO TRUE
               END-IF
               OPEN I-O OVERRIDE-FILE
               IF WS-OVERRIDE-STATUS = "00"
                   SET WS-OVERRIDE-OK TO TRUE
               END-IF
               OPEN I-O CASE-FILE
               IF WS-CASE-STATUS = "00"
                   SET WS-CASE-OK TO TRUE
               END-IF
               OPEN I-O OUTREACH-LOG
               IF WS-OUTREACH-STATUS = "00"
                   SET WS-OUTREACH-OK TO TRUE
               END-IF
               OPEN I-O EVALUATION-QUEUE
               IF WS-QUEUE-STATUS = "00"
                   SET WS-QUEUE-OK TO TRUE
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
           IF WS-ATTEND-OK
               CLOSE ATTENDANCE-FILE
           END-IF.
           IF WS-REQUEST-OK
               CLOSE CHANGE-REQUEST-FILE
           END-IF.
           IF WS-WAITLIST-OK
               CLOSE WAITLIST-FILE
           END-IF.
           IF WS-LEDGER-OK
               CLOSE STUDENT-LEDGER
           END-IF.
           IF WS-STANDING-OK
               CLOSE STANDING-HISTORY
           END-IF.
           IF WS-OVERRIDE-OK
               CLOSE OVERRIDE-FILE
           END-IF.
           IF WS-CASE-OK
               CLOSE CASE-FILE
           END-IF.
           IF WS-OUTREACH-OK
               CLOSE OUTREACH-LOG
           END-IF.
           IF WS-QUEUE-OK
               CLOSE EVALUATION-QUEUE
           END-IF.
           IF WS-SCORE-OK
               CLOSE SCORE-FILE
           END-IF.

       100-DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "==== DUPLICATE PERSON MERGE ====".
           DISPLAY "1. Merge a retired ID into a surviving ID".
           DISPLAY "2. Exit".
           DISPLAY "Enter choice: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.

       200-PROCESS-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM 300-MERGE-PERSONS
               WHEN 2
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid choice, please try again."
           END-EVALUATE.

       300-MERGE-PERSONS.
           PERFORM 310-ACCEPT-IDS.
           IF WS-IDS-OK
               DISPLAY "Merge " WS-RETIRED-ID " into " WS-SURVIVOR-ID
                   " and delete " WS-RETIRED-ID "? (Y/N): "
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   PERFORM 330-DO-MERGE
               ELSE
                   DISPLAY "PERSON-MERGE: NOTHING MERGED"
               END-IF
           END-IF.

       310-ACCEPT-IDS.
           SET WS-IDS-OK-SWITCH TO "N".
           DISPLAY "Surviving PERSON-ID (the one kept): "
               WITH NO ADVANCING.
           ACCEPT WS-SURVIVOR-ID.
           DISPLAY "Retired PERSON-ID (merged and deleted): "
               WITH NO ADVANCING.
           ACCEPT WS-RETIRED-ID.
           IF WS-SURVIVOR-ID = WS-RETIRED-ID
               DISPLAY "PERSON-MERGE: THE TWO IDS MUST DIFFER"
           ELSE
               MOVE WS-SURVIVOR-ID TO PM-PERSON-ID
               READ PERSON-MASTER
                   INVALID KEY
                       DISPLAY "PERSON-MERGE: SURVIVING ID "
                           WS-SURVIVOR-ID " NOT ON MASTER"
                   NOT INVALID KEY
                       DISPLAY "Keep:   "
                       PERFORM 320-SHOW-PERSON
                       SET WS-IDS-OK TO TRUE
               END-READ
           END-IF.
           IF WS-IDS-OK
               MOVE WS-RETIRED-ID TO PM-PERSON-ID
               READ PERSON-MASTER
                   INVALID KEY
                       DISPLAY "PERSON-MERGE: RETIRED ID "
                           WS-RETIRED-ID " NOT ON MASTER"
                       SET WS-IDS-OK-SWITCH TO "N"
                   NOT INVALID KEY
                       DISPLAY "Retire: "
                       PERFORM 320-SHOW-PERSON
                       MOVE SPACES TO RT-PERSON
                       MOVE PM-PERSON TO RT-PERSON
               END-READ
           END-IF.

       320-SHOW-PERSON.
           DISPLAY "  " PM-PERSON-ID " " PM-FIRST-NAME " " PM-LAST-NAME
               " AGE " PM-AGE " SECTION " PM-CLASS-SECTION
               " STATUS " PM-STATUS-CODE.
           DISPLAY "  " PM-ADDRESS1 " " PM-CITY " " PM-PHONE.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > PM-COURSE-COUNT
               DISPLAY "    " PM-COURSE-CODE (WS-SUBSCRIPT) " "
                   PM-COURSE-NAME (WS-SUBSCRIPT) " "
                   PM-COURSE-SCORE (WS-SUBSCRIPT)
           END-PERFORM.

      ******************************************************************
      * Contacts go before outreach so the outreach can follow a
      * renumbered contact; the PERSON records go last, and only when
      * everything else came across.
      ******************************************************************
       330-DO-MERGE.
           SET WS-MERGE-ERROR-SWITCH TO "N".
           MOVE ZEROES TO WS-RECORDS-MOVED.
           MOVE ZEROES TO WS-RECORDS-RENUMBERED.
           MOVE ZEROES TO WS-RECORDS-DROPPED.
           MOVE ZEROES TO WS-CONTACT-MAP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME TO WS-MERGE-TIME.
           OPEN EXTEND MERGE-REPORT.
           IF WS-REPORT-STATUS = "05" OR "35"
               OPEN OUTPUT MERGE-REPORT
           END-IF.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "PERSON-MERGE: UNABLE TO OPEN MERGE-REPORT, "
                   "STATUS " WS-REPORT-STATUS ", NOTHING MERGED"
           ELSE
               MOVE SPACES TO MERGE-REPORT-LINE
               STRING "MERGE " DELIMITED BY SIZE
                   WS-RETIRED-ID DELIMITED BY SIZE
                   " INTO " DELIMITED BY SIZE
                   WS-SURVIVOR-ID DELIMITED BY SIZE
                   "  AT " DELIMITED BY SIZE
                   WS-MERGE-TIME (1:14) DELIMITED BY SIZE
                   "  BY " DELIMITED BY SIZE
                   SO-OPERATOR-ID DELIMITED BY SIZE
                   INTO MERGE-REPORT-LINE
               WRITE MERGE-REPORT-LINE
               IF WS-ADDRESS-OK
                   PERFORM 400-MOVE-ADDRESSES
               END-IF
               IF WS-CONTACT-OK
                   PERFORM 410-MOVE-CONTACTS
               END-IF
               IF WS-HISTORY-OK
                   PERFORM 420-MOVE-HISTORY
               END-IF
               IF WS-ATTEND-OK
                   PERFORM 430-MOVE-ATTENDANCE
               END-IF
               IF WS-REQUEST-OK
                   PERFORM 440-MOVE-CHANGE-REQUESTS
               END-IF
               IF WS-WAITLIST-OK
                   PERFORM 450-MOVE-WAITLIST
               END-IF
               IF WS-LEDGER-OK
                   PERFORM 460-MOVE-LEDGER
               END-IF
               IF WS-STANDING-OK
                   PERFORM 470-MOVE-STANDING
               END-IF
               IF WS-OVERRIDE-OK
                   PERFORM 480-MOVE-OVERRIDES
               END-IF
               IF WS-CASE-OK
                   PERFORM 490-MOVE-CASES
               END-IF
               IF WS-OUTREACH-OK
                   PERFORM 500-MOVE-OUTREACH
               END-IF
               IF WS-QUEUE-OK
                   PERFORM 510-MOVE-EVALUATIONS
               END-IF
               IF WS-SCORE-OK
                   PERFORM 520-MOVE-SCORES
               END-IF
               IF NOT WS-MERGE-ERROR
                   PERFORM 600-MERGE-PERSON-RECORDS
               END-IF
               IF WS-MERGE-ERROR
                   MOVE SPACES TO MERGE-REPORT-LINE
                   STRING "  MERGE STOPPED - RETIRED PERSON LEFT ON "
                       DELIMITED BY SIZE
                       "MASTER, RERUN ONCE CORRECTED" DELIMITED BY SIZE
                       INTO MERGE-REPORT-LINE
                   WRITE MERGE-REPORT-LINE
                   DISPLAY "PERSON-MERGE: MERGE STOPPED - "
                       WS-RETIRED-ID " IS STILL ON THE MASTER; PUT "
                       "THE FILE RIGHT AND RUN THE MERGE AGAIN"
               ELSE
                   PERFORM 700-WRITE-MERGE-LOG
               END-IF
               PERFORM 800-WRITE-TOTALS
               CLOSE MERGE-REPORT
           END-IF.

      ******************************************************************
      * Each file is worked the same way: position at the low end of
      * the retired ID's key range, take the first record, re-key it,
      * delete the old key, and start again until the range is empty.
      * Starting afresh each time keeps the deletes out from under a
      * read cursor.
      ******************************************************************
       400-MOVE-ADDRESSES.
           MOVE "ADDRESS" TO WS-LOG-FILE.
           SET WS-FILE-DONE-SWITCH TO "N".
           PERFORM UNTIL WS-FILE-DONE
               MOVE WS-RETIRED-ID TO AF-KEY-PERSON-ID
               MOVE LOW-VALUES TO AF-KEY-ADDRESS-TYPE
               START ADDRESS-FILE KEY IS NOT LESS THAN AF-ADDRESS-KEY
                   INVALID KEY
                       SET WS-FILE-DONE TO TRUE
               END-START
               IF NOT WS-FILE-DONE
                   READ ADDRESS-FILE NEXT RECORD
                       AT END
                           SET WS-FILE-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT WS-FILE-DONE
                   IF AF-KEY-PERSON-ID NOT = WS-RETIRED-ID
                       SET WS-FILE-DONE TO TRUE
                   ELSE
                       PERFORM 405-MOVE-ONE-ADDRESS
                   END-IF
               END-IF
           END-PERFORM.

       405-MOVE-ONE-ADDRESS.
           MOVE AF-ADDRESS-RECORD TO WS-LOG-IMAGE.
           MOVE WS-SURVIVOR-ID TO AF-KEY-PERSON-ID.
           WRITE AF-ADDRESS-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           MOVE WS-ADDRESS-STATUS TO WS-WRITE-STATUS.
           PERFORM 840-CHECK-WRITE.
           IF NOT WS-FILE-DONE
               MOVE WS-RETIRED-ID TO AF-KEY-PERSON-ID
               DELETE ADDRESS-FILE RECORD
                   INVALID KEY
                       PERFORM 845-DELETE-FAILED
               END-DELETE
           END-IF.

      ******************************************************************
      * A contact whose sequence the survivor already uses takes the
      * survivor's first free one instead.
      ******************************************************************
       410-MOVE-CONTACTS.
           MOVE "CONTACT" TO WS-LOG-FILE.
           SET WS-FILE-DONE-SWITCH TO "N".
           PERFORM UNTIL WS-FILE-DONE
               MOVE WS-RETIRED-ID TO CN-KEY-PERSON-ID
               MOVE ZEROES TO CN-KEY-CONTACT-SEQ
               START CONTACT-FILE KEY IS NOT LESS THAN CN-CONTACT-KEY
                   INVALID KEY
                       SET WS-FILE-DONE TO TRUE
               END-START
               IF NOT WS-FILE-DONE
                   READ CONTACT-FILE NEXT RECORD
                       AT END
                           SET WS-FILE-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT WS-FILE-DONE
                   IF CN-KEY-PERSON-ID NOT = WS-RETIRED-ID
                       SET WS-FILE-DONE TO TRUE
                   ELSE
                       PERFORM 415-MOVE-ONE-CONTACT
                   END-IF
               END-IF
           END-PERFORM.

       415-MOVE-ONE-CONTACT.
           MOVE CN-CONTACT-RECORD TO WS-LOG-IMAGE.
           MOVE CN-KEY-CONTACT-SEQ TO WS-OLD-SEQ.
           MOVE WS-SURVIVOR-ID TO CN-KEY-PERSON-ID.
           WRITE CN-CONTACT-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           MOVE WS-OLD-SEQ TO WS-NEW-SEQ.
           IF WS-CONTACT-STATUS = "22"
               MOVE ZEROES TO WS-NEW-SEQ
               PERFORM UNTIL WS-CONTACT-STATUS NOT = "22" OR
                       WS-NEW-SEQ >= 99
                   ADD 1 TO WS-NEW-SEQ
                   MOVE WS-NEW-SEQ TO CN-KEY-CONTACT-SEQ
                   WRITE CN-CONTACT-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-PERFORM
           END-IF.
           MOVE WS-CONTACT-STATUS TO WS-WRITE-STATUS.
           IF WS-NEW-SEQ NOT = WS-OLD-SEQ AND WS-WRITE-STATUS = "00"
               MOVE "02" TO WS-WRITE-STATUS
           END-IF.
           PERFORM 840-CHECK-WRITE.
           IF NOT WS-FILE-DONE
               IF WS-WRITE-STATUS NOT = "22" AND
                       WS-OLD-SEQ > ZERO AND WS-OLD-SEQ <= 99
                   MOVE WS-NEW-SEQ TO WS-CONTACT-NEW-SEQ (WS-OLD-SEQ)
               END-IF
               MOVE WS-RETIRED-ID TO CN-KEY-PERSON-ID
               MOVE WS-OLD-SEQ TO CN-KEY-CONTACT-SEQ
               DELETE CONTACT-FILE RECORD
                   INVALID KEY
                       PERFORM 845-DELETE-FAILED
               END-DELETE
           END-IF.

      ******************************************************************
      * History re-keys are journaled to GRADEJNL.DAT, a drop as a D
      * of the retired record and a move as that D plus an A of the
      * survivor's new record.
      ******************************************************************
       420-MOVE-HISTORY.
           MOVE "HISTORY" TO WS-LOG-FILE.
           SET WS-FILE-DONE-SWITCH TO "N".
           PERFORM UNTIL WS-FILE-DONE
               MOVE WS-RETIRED-ID TO GH-KEY-PERSON-ID
               MOVE LOW-VALUES TO GH-KEY-TERM
               MOVE LOW-VALUES TO GH-KEY-COURSE-CODE
               START GRADE-HISTORY KEY IS NOT LESS THAN GH-GRADE-KEY
                   INVALID KEY
                       SET WS-FILE-DONE TO TRUE
               END-START
               IF NOT WS-FILE-DONE
                   READ GRADE-HISTORY NEXT RECORD
                       AT END
                           SET WS-FILE-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT WS-FILE-DONE
                   IF GH-KEY-PERSON-ID NOT = WS-RETIRED-ID
                       SET WS-FILE-DONE TO TRUE
                   ELSE
                       PERFORM 425-MOVE-ONE-GRADE
                   END-IF
               END-IF
           END-PERFORM.

       425-MOVE-ONE-GRADE.
           MOVE GH-GRADE-RECORD TO WS-LOG-IMAGE.
           MOVE WS-SURVIVOR-ID TO GH-KEY-PERSON-ID.
           WRITE GH-GRADE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           MOVE WS-HISTORY-STATUS TO WS-WRITE-STATUS.
           PERFORM 840-CHECK-WRITE.
           IF NOT WS-FILE-DONE
               IF WS-WRITE-STATUS = "00"
                   MOVE "A" TO JW-OPERATION
                   MOVE GH-KEY-PERSON-ID TO JW-PERSON-ID
                   MOVE SPACES TO JW-BEFORE-IMAGE
                   MOVE SPACES TO JW-AFTER-IMAGE
                   MOVE GH-GRADE-RECORD TO JW-AFTER-IMAGE
                   PERFORM 920-WRITE-GRADE-JOURNAL
               END-IF
               MOVE WS-RETIRED-ID TO GH-KEY-PERSON-ID
               DELETE GRADE-HISTORY RECORD
                   INVALID KEY
                       PERFORM 845-DELETE-FAILED
               END-DELETE
               IF NOT WS-FILE-DONE
                   MOVE "D" TO JW-OPERATION
                   MOVE GH-KEY-PERSON-ID TO JW-PERSON-ID
                   MOVE SPACES TO JW-BEFORE-IMAGE
                   MOVE SPACES TO JW-AFTER-IMAGE
                   MOVE GH-GRADE-RECORD TO JW-BEFORE-IMAGE
                   PERFORM 920-WRITE-GRADE-JOURNAL
               END-IF
           END-IF.

       430-MOVE-ATTENDANCE.
           MOVE "ATTENDANCE" TO WS-LOG-FILE.
           SET WS-FILE-DONE-SWITCH TO "N".
           PERFORM UNTIL WS-FILE-DONE
               MOVE WS-RETIRED-ID TO AT-KEY-PERSON-ID
               MOVE ZEROES TO AT-KEY-DATE
               START ATTENDANCE-FILE KEY IS NOT LESS THAN AT-ATTEND-KEY
                   INVALID KEY
                       SET WS-FILE-DONE TO TRUE
               END-START
               IF NOT WS-FILE-DONE
                   READ ATTENDANCE-FILE NEXT RECORD
                       AT END
                           SET WS-FILE-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT WS-FILE-DONE
                   IF AT-KEY-PERSON-ID NOT = WS-RETIRED-ID
                       SET WS-FILE-DONE TO TRUE
                   ELSE
                       PERFORM 435-MOVE-ONE-ATTENDANCE
                   END-IF
               END-IF
           END-PERFORM.

       435-MOVE-ONE-ATTENDANCE.
           MOVE AT-ATTEND-RECORD TO WS-LOG-IMAGE.
           MOVE WS-SURVIVOR-ID TO AT-KEY-PERSON-ID.
           WRITE AT-ATTEND-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           MOVE WS-ATTEND-STATUS TO WS-WRITE-STATUS.
           PERFORM 840-CHECK-WRITE.
           IF NOT WS-FILE-DONE
               MOVE WS-RETIRED-ID TO AT-KEY-PERSON-ID
               DELETE ATTENDANCE-FILE RECORD
                   INVALID KEY
                       PERFORM 845-DELETE-FAILED
               END-DELETE
           END-IF.

       440-MOVE-CHANGE-REQUESTS.
           MOVE "GRDCHG" TO WS-LOG-FILE.
           SET WS-FILE-DONE-SWITCH TO "N".
           PERFORM UNTIL WS-FILE-DONE
               MOVE WS-RETIRED-ID TO GC-KEY-PERSON-ID
               MOVE LOW-VALUES TO GC-KEY-TERM
               MOVE LOW-VALUES TO GC-KEY-COURSE-CODE
               START CHANGE-REQUEST-FILE KEY IS NOT LESS THAN
                       GC-REQUEST-KEY
                   INVALID KEY
                       SET WS-FILE-DONE TO TRUE
               END-START
               IF NOT WS-FILE-DONE
                   READ CHANGE-REQUEST-FILE NEXT RECORD
                       AT END
                           SET WS-FILE-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT WS-FILE-DONE
                   IF GC-KEY-PERSON-ID NOT = WS-RETIRED-ID
                       SET WS-FILE-DONE TO TRUE
                   ELSE
                       PERFORM 445-MOVE-ONE-REQUEST
                   END-IF
               END-IF
           END-PERFORM.

       445-MOVE-ONE-REQUEST.
           MOVE GC-CHANGE-REQUEST TO WS-LOG-IMAGE.
           MOVE WS-SURVIVOR-ID TO GC-KEY-PERSON-ID.
           WRITE GC-CHANGE-REQUEST
               INVALID KEY
                   CONTINUE
           END-WRITE.
           MOVE WS-REQUEST-STATUS TO WS-WRITE-STATUS.
           PERFORM 840-CHECK-WRITE.
           IF NOT WS-FILE-DONE
               MOVE WS-RETIRED-ID TO GC-KEY-PERSON-ID
               DELETE CHANGE-REQUEST-FILE RECORD
                   INVALID KEY
                       PERFORM 845-DELETE-FAILED
               END-DELETE
           END-IF.

      ******************************************************************
      * Waitlist entries carry the person as data, not key. The
      * retired ID's places are collected first; each is then given
      * to the survivor, unless the survivor already waits for the
      * same section, in which case the earlier of the two places is
      * the one kept.
      ******************************************************************
       450-MOVE-WAITLIST.
           MOVE "WAITLIST" TO WS-LOG-FILE.
           MOVE ZEROES TO WS-WAIT-COUNT.
           MOVE LOW-VALUES TO WL-WAITLIST-KEY.
           SET WS-FILE-DONE-SWITCH TO "N".
           START WAITLIST-FILE KEY IS NOT LESS THAN WL-WAITLIST-KEY
               INVALID KEY
                   SET WS-FILE-DONE TO TRUE
           END-START.
           PERFORM UNTIL WS-FILE-DONE
               READ WAITLIST-FILE NEXT RECORD
                   AT END
                       SET WS-FILE-DONE TO TRUE
                   NOT AT END
                       IF WL-PERSON-ID = WS-RETIRED-ID AND
                               WS-WAIT-COUNT < 50
                           ADD 1 TO WS-WAIT-COUNT
                           MOVE WL-KEY-SECTION-CODE TO
                               WS-WAIT-SECTION (WS-WAIT-COUNT)
                           MOVE WL-KEY-ARRIVAL-SEQ TO
                               WS-WAIT-SEQ (WS-WAIT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-FILE-DONE-SWITCH TO "N".
           PERFORM VARYING WS-WAIT-SUB FROM 1 BY 1
                   UNTIL WS-WAIT-SUB > WS-WAIT-COUNT
               PERFORM 455-MOVE-ONE-PLACE
           END-PERFORM.

       455-MOVE-ONE-PLACE.
           SET WS-FOUND-SWITCH TO "N".
           MOVE WS-WAIT-SECTION (WS-WAIT-SUB) TO WL-KEY-SECTION-CODE.
           MOVE ZEROES TO WL-KEY-ARRIVAL-SEQ.
           SET WS-FILE-DONE-SWITCH TO "N".
           START WAITLIST-FILE KEY IS NOT LESS THAN WL-WAITLIST-KEY
               INVALID KEY
                   SET WS-FILE-DONE TO TRUE
           END-START.
           PERFORM UNTIL WS-FILE-DONE OR WS-FOUND
               READ WAITLIST-FILE NEXT RECORD
                   AT END
                       SET WS-FILE-DONE TO TRUE
                   NOT AT END
                       IF WL-KEY-SECTION-CODE NOT =
                               WS-WAIT-SECTION (WS-WAIT-SUB)
                           SET WS-FILE-DONE TO TRUE
                       ELSE
                           IF WL-PERSON-ID = WS-SURVIVOR-ID
                               SET WS-FOUND TO TRUE
                               MOVE WL-KEY-ARRIVAL-SEQ TO
                                   WS-SURVIVOR-SEQ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-FILE-DONE-SWITCH TO "N".
           IF WS-FOUND AND
                   WS-SURVIVOR-SEQ < WS-WAIT-SEQ (WS-WAIT-SUB)
               MOVE WS-WAIT-SEQ (WS-WAIT-SUB) TO WL-KEY-ARRIVAL-SEQ
               PERFORM 457-DROP-PLACE
           ELSE
               IF WS-FOUND
                   MOVE WS-SURVIVOR-SEQ TO WL-KEY-ARRIVAL-SEQ
                   PERFORM 457-DROP-PLACE
               END-IF
               MOVE WS-WAIT-SECTION (WS-WAIT-SUB) TO
                   WL-KEY-SECTION-CODE
               MOVE WS-WAIT-SEQ (WS-WAIT-SUB) TO WL-KEY-ARRIVAL-SEQ
               READ WAITLIST-FILE
                   INVALID KEY
                       MOVE "23" TO WS-WRITE-STATUS
                   NOT INVALID KEY
                       MOVE WL-WAITLIST-RECORD TO WS-LOG-IMAGE
                       MOVE WS-SURVIVOR-ID TO WL-PERSON-ID
                       REWRITE WL-WAITLIST-RECORD
                       MOVE WS-WAITLIST-STATUS TO WS-WRITE-STATUS
               END-READ
               PERFORM 840-CHECK-WRITE
           END-IF.

       457-DROP-PLACE.
           MOVE WS-WAIT-SECTION (WS-WAIT-SUB) TO WL-KEY-SECTION-CODE.
           READ WAITLIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WL-WAITLIST-RECORD TO WS-LOG-IMAGE
                   DELETE WAITLIST-FILE RECORD
                       INVALID KEY
                           PERFORM 845-DELETE-FAILED
                       NOT INVALID KEY
                           MOVE "22" TO WS-WRITE-STATUS
                           PERFORM 840-CHECK-WRITE
                   END-DELETE
           END-READ.

      ******************************************************************
      * A posting date and sequence the survivor already has moves the
      * retired entry up to the next free sequence on that date.
      ******************************************************************
       460-MOVE-LEDGER.
           MOVE "LEDGER" TO WS-LOG-FILE.
           SET WS-FILE-DONE-SWITCH TO "N".
           PERFORM UNTIL WS-FILE-DONE
               MOVE WS-RETIRED-ID TO LG-KEY-PERSON-ID
               MOVE ZEROES TO LG-KEY-POST-DATE
               MOVE ZEROES TO LG-KEY-SEQ
               START STUDENT-LEDGER KEY IS NOT LESS THAN LG-LEDGER-KEY
                   INVALID KEY
                       SET WS-FILE-DONE TO TRUE
               END-START
               IF NOT WS-FILE-DONE
                   READ STUDENT-LEDGER NEXT RECORD
                       AT END
                           SET WS-FILE-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT WS-FILE-DONE
                   IF LG-KEY-PERSON-ID NOT = WS-RETIRED-ID
                       SET WS-FILE-DONE TO TRUE
                   ELSE
                       PERFORM 465-MOVE-ONE-ENTRY
                   END-IF
               END-IF
           END-PERFORM.

       465-MOVE-ONE-ENTRY.
           MOVE LG-LEDGER-ENTRY TO WS-LOG-IMAGE.
           MOVE LG-KEY-SEQ TO WS-OLD-SEQ.
           MOVE WS-SURVIVOR-ID TO LG-KEY-PERSON-ID.
           WRITE LG-LEDGER-ENTRY
               INVALID KEY
                   CONTINUE
           END-WRITE.
           MOVE WS-OLD-SEQ TO WS-NEW-SEQ.
           PERFORM UNTIL WS-LEDGER-STATUS NOT = "22" OR
                   WS-NEW-SEQ >= 999
               ADD 1 TO WS-NEW-SEQ
               MOVE WS-NEW-SEQ TO LG-KEY-SEQ
               WRITE LG-LEDGER-ENTRY
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-PERFORM.
           MOVE WS-LEDGER-STATUS TO WS-WRITE-STATUS.
           IF WS-NEW-SEQ NOT = WS-OLD-SEQ AND WS-WRITE-STATUS = "00"
               MOVE "02" TO WS-WRITE-STATUS
           END-IF.
           PERFORM 840-CHECK-WRITE.
           IF NOT WS-FILE-DONE
               MOVE WS-RETIRED-ID TO LG-KEY-PERSON-ID
               MOVE WS-OLD-SEQ TO LG-KEY-SEQ
               DELETE STUDENT-LEDGER RECORD
                   INVALID KEY
                       PERFORM 845-DELETE-FAILED
               END-DELETE
           END-IF.

       470-MOVE-STANDING.
           MOVE "STANDING" TO WS-LOG-FILE.
           SET WS-FILE-DONE-SWITCH TO "N".
           PERFORM UNTIL WS-FILE-DONE
               MOVE WS-RETIRED-ID TO SH-KEY-PERSON-ID
               MOVE LOW-VALUES TO SH-KEY-TERM
               START STANDING-HISTORY KEY IS NOT LESS THAN
                       SH-STANDING-KEY
                   INVALID KEY
                       SET WS-FILE-DONE TO TRUE
               END-START
               IF NOT WS-FILE-DONE
                   READ STANDING-HISTORY NEXT RECORD
                       AT END
                           SET WS-FILE-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT WS-FILE-DONE
                   IF SH-KEY-PERSON-ID NOT = WS-RETIRED-ID
                       SET WS-FILE-DONE TO TRUE
                   ELSE
                       PERFORM 475-MOVE-ONE-STANDING
                   END-IF
               END-IF
           END-PERFORM.

       475-MOVE-ONE-STANDING.
           MOVE SH-STANDING-RECORD TO WS-LOG-IMAGE.
           MOVE WS-SURVIVOR-ID TO SH-KEY-PERSON-ID.
           WRITE SH-STANDING-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           MOVE WS-STANDING-STATUS TO WS-WRITE-STATUS.
           PERFORM 840-CHECK-WRITE.
           IF NOT WS-FILE-DONE
               MOVE WS-RETIRED-ID TO SH-KEY-PERSON-ID
               DELETE STANDING-HISTORY RECORD
                   INVALID KEY
                       PERFORM 845-DELETE-FAILED
               END-DELETE
           END-IF.

       480-MOVE-OVERRIDES.
           MOVE "OVERRIDE" TO WS-LOG-FILE.
           SET WS-FILE-DONE-SWITCH TO "N".
           PERFORM UNTIL WS-FILE-DONE
               MOVE WS-RETIRED-ID TO PO-KEY-PERSON-ID
               MOVE LOW-VALUES TO PO-KEY-COURSE-CODE
               START OVERRIDE-FILE KEY IS NOT LESS THAN
                       PO-OVERRIDE-KEY
                   INVALID KEY
                       SET WS-FILE-DONE TO TRUE
               END-START
               IF NOT WS-FILE-DONE
                   READ OVERRIDE-FILE NEXT RECORD
                       AT END
                           SET WS-FILE-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT WS-FILE-DONE
                   IF PO-KEY-PERSON-ID NOT = WS-RETIRED-ID
                       SET WS-FILE-DONE TO TRUE
                   ELSE
                       PERFORM 485-MOVE-ONE-OVERRIDE
                   END-IF
               END-IF
           END-PERFORM.

       485-MOVE-ONE-OVERRIDE.
           MOVE PO-PREREQ-OVERRIDE TO WS-LOG-IMAGE.
           MOVE WS-SURVIVOR-ID TO PO-KEY-PERSON-ID.
           WRITE PO-PREREQ-OVERRIDE
               INVALID KEY
                   CONTINUE
           END-WRITE.
           MOVE WS-OVERRIDE-STATUS TO WS-WRITE-STATUS.
           PERFORM 840-CHECK-WRITE.
           IF NOT WS-FILE-DONE
               MOVE WS-RETIRED-ID TO PO-KEY-PERSON-ID
               DELETE OVERRIDE-FILE RECORD
                   INVALID KEY
                       PERFORM 845-DELETE-FAILED
               END-DELETE
           END-IF.

       490-MOVE-CASES.
           MOVE "TRUCASE" TO WS-LOG-FILE.
           SET WS-FILE-DONE-SWITCH TO "N".
           PERFORM UNTIL WS-FILE-DONE
               MOVE WS-RETIRED-ID TO TC-KEY-PERSON-ID
               MOVE ZEROES TO TC-KEY-OPEN-DATE
               START CASE-FILE KEY IS NOT LESS THAN TC-CASE-KEY
                   INVALID KEY
                       SET WS-FILE-DONE TO TRUE
               END-START
               IF NOT WS-FILE-DONE
                   READ CASE-FILE NEXT RECORD
                       AT END
                           SET WS-FILE-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT WS-FILE-DONE
                   IF TC-KEY-PERSON-ID NOT = WS-RETIRED-ID
                       SET WS-FILE-DONE TO TRUE
                   ELSE
                       PERFORM 495-MOVE-ONE-CASE
                   END-IF
               END-IF
           END-PERFORM.

       495-MOVE-ONE-CASE.
           MOVE TC-TRUANCY-CASE TO WS-LOG-IMAGE.
           MOVE WS-SURVIVOR-ID TO TC-KEY-PERSON-ID.
           WRITE TC-TRUANCY-CASE
               INVALID KEY
                   CONTINUE
           END-WRITE.
           MOVE WS-CASE-STATUS TO WS-WRITE-STATUS.
           PERFORM 840-CHECK-WRITE.
           IF NOT WS-FILE-DONE
               MOVE WS-RETIRED-ID TO TC-KEY-PERSON-ID
               DELETE CASE-FILE RECORD
                   INVALID KEY
                       PERFORM 845-DELETE-FAILED
               END-DELETE
           END-IF.

      ******************************************************************
      * An attempt made to a contact that was renumbered is pointed at
      * the contact's new sequence.
      ******************************************************************
       500-MOVE-OUTREACH.
           MOVE "OUTREACH" TO WS-LOG-FILE.
           SET WS-FILE-DONE-SWITCH TO "N".
           PERFORM UNTIL WS-FILE-DONE
               MOVE WS-RETIRED-ID TO TO-KEY-PERSON-ID
               MOVE ZEROES TO TO-KEY-OPEN-DATE
               MOVE ZEROES TO TO-KEY-ATTEMPT
               START OUTREACH-LOG KEY IS NOT LESS THAN TO-OUTREACH-KEY
                   INVALID KEY
                       SET WS-FILE-DONE TO TRUE
               END-START
               IF NOT WS-FILE-DONE
                   READ OUTREACH-LOG NEXT RECORD
                       AT END
                           SET WS-FILE-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT WS-FILE-DONE
                   IF TO-KEY-PERSON-ID NOT = WS-RETIRED-ID
                       SET WS-FILE-DONE TO TRUE
                   ELSE
                       PERFORM 505-MOVE-ONE-ATTEMPT
                   END-IF
               END-IF
           END-PERFORM.

       505-MOVE-ONE-ATTEMPT.
           MOVE TO-OUTREACH-RECORD TO WS-LOG-IMAGE.
           MOVE WS-SURVIVOR-ID TO TO-KEY-PERSON-ID.
           IF TO-CONTACT-SEQ > ZERO
               IF WS-CONTACT-NEW-SEQ (TO-CONTACT-SEQ) > ZERO
                   MOVE WS-CONTACT-NEW-SEQ (TO-CONTACT-SEQ) TO
                       TO-CONTACT-SEQ
               END-IF
           END-IF.
           WRITE TO-OUTREACH-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           MOVE WS-OUTREACH-STATUS TO WS-WRITE-STATUS.
           PERFORM 840-CHECK-WRITE.
           IF NOT WS-FILE-DONE
               MOVE WS-RETIRED-ID TO TO-KEY-PERSON-ID
               DELETE OUTREACH-LOG RECORD
                   INVALID KEY
                       PERFORM 845-DELETE-FAILED
               END-DELETE
           END-IF.

       510-MOVE-EVALUATIONS.
           MOVE "TRNSEVAL" TO WS-LOG-FILE.
           SET WS-FILE-DONE-SWITCH TO "N".
           PERFORM UNTIL WS-FILE-DONE
               MOVE WS-RETIRED-ID TO TE-KEY-PERSON-ID
               MOVE LOW-VALUES TO TE-KEY-INSTITUTION
               MOVE LOW-VALUES TO TE-KEY-OUTSIDE-COURSE
               START EVALUATION-QUEUE KEY IS NOT LESS THAN
                       TE-EVALUATION-KEY
                   INVALID KEY
                       SET WS-FILE-DONE TO TRUE
               END-START
               IF NOT WS-FILE-DONE
                   READ EVALUATION-QUEUE NEXT RECORD
                       AT END
                           SET WS-FILE-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT WS-FILE-DONE
                   IF TE-KEY-PERSON-ID NOT = WS-RETIRED-ID
                       SET WS-FILE-DONE TO TRUE
                   ELSE
                       PERFORM 515-MOVE-ONE-EVALUATION
                   END-IF
               END-IF
           END-PERFORM.

       515-MOVE-ONE-EVALUATION.
           MOVE TE-EVALUATION-RECORD TO WS-LOG-IMAGE.
           MOVE WS-SURVIVOR-ID TO TE-KEY-PERSON-ID.
           WRITE TE-EVALUATION-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           MOVE WS-QUEUE-STATUS TO WS-WRITE-STATUS.
           PERFORM 840-CHECK-WRITE.
           IF NOT WS-FILE-DONE
               MOVE WS-RETIRED-ID TO TE-KEY-PERSON-ID
               DELETE EVALUATION-QUEUE RECORD
                   INVALID KEY
                       PERFORM 845-DELETE-FAILED
               END-DELETE
           END-IF.

       520-MOVE-SCORES.
           MOVE "CMPSCORE" TO WS-LOG-FILE.
           SET WS-FILE-DONE-SWITCH TO "N".
           PERFORM UNTIL WS-FILE-DONE
               MOVE WS-RETIRED-ID TO CS-KEY-PERSON-ID
               MOVE LOW-VALUES TO CS-KEY-COURSE-CODE
               MOVE LOW-VALUES TO CS-KEY-COMPONENT-CODE
               START SCORE-FILE KEY IS NOT LESS THAN CS-SCORE-KEY
                   INVALID KEY
                       SET WS-FILE-DONE TO TRUE
               END-START
               IF NOT WS-FILE-DONE
                   READ SCORE-FILE NEXT RECORD
                       AT END
                           SET WS-FILE-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT WS-FILE-DONE
                   IF CS-KEY-PERSON-ID NOT = WS-RETIRED-ID
                       SET WS-FILE-DONE TO TRUE
                   ELSE
                       PERFORM 525-MOVE-ONE-SCORE
                   END-IF
               END-IF
           END-PERFORM.

       525-MOVE-ONE-SCORE.
           MOVE CS-COMPONENT-SCORE TO WS-LOG-IMAGE.
           MOVE WS-SURVIVOR-ID TO CS-KEY-PERSON-ID.
           WRITE CS-COMPONENT-SCORE
               INVALID KEY
                   CONTINUE
           END-WRITE.
           MOVE WS-SCORE-STATUS TO WS-WRITE-STATUS.
           PERFORM 840-CHECK-WRITE.
           IF NOT WS-FILE-DONE
               MOVE WS-RETIRED-ID TO CS-KEY-PERSON-ID
               DELETE SCORE-FILE RECORD
                   INVALID KEY
                       PERFORM 845-DELETE-FAILED
               END-DELETE
           END-IF.

      ******************************************************************
      * Live courses the survivor does not already carry come across
      * while there is room in the table; the retired record is then
      * deleted. Both changes are journaled like PERSON-MAINT's.
      ******************************************************************
       600-MERGE-PERSON-RECORDS.
           MOVE WS-SURVIVOR-ID TO PM-PERSON-ID.
           READ PERSON-MASTER
               INVALID KEY
                   DISPLAY "PERSON-MERGE: SURVIVING ID "
                       WS-SURVIVOR-ID " NO LONGER ON MASTER"
                   SET WS-MERGE-ERROR TO TRUE
           END-READ.
           IF NOT WS-MERGE-ERROR
               MOVE SPACES TO JW-BEFORE-IMAGE
               MOVE PM-PERSON TO JW-BEFORE-IMAGE
               MOVE ZERO TO WS-COURSES-ADDED
               PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                       UNTIL WS-SUBSCRIPT > RT-COURSE-COUNT
                   PERFORM 610-CARRY-COURSE
               END-PERFORM
               IF WS-COURSES-ADDED > ZERO
                   REWRITE PM-PERSON
                   IF WS-MASTER-STATUS NOT = "00"
                       DISPLAY "PERSON-MERGE: REWRITE FAILED FOR "
                           "SURVIVING ID " WS-SURVIVOR-ID
                           ", STATUS " WS-MASTER-STATUS
                       SET WS-MERGE-ERROR TO TRUE
                   ELSE
                       MOVE "C" TO JW-OPERATION
                       MOVE SPACES TO JW-AFTER-IMAGE
                       MOVE PM-PERSON TO JW-AFTER-IMAGE
                       PERFORM 910-WRITE-JOURNAL
                   END-IF
               END-IF
           END-IF.
           IF NOT WS-MERGE-ERROR
               PERFORM 620-DELETE-RETIRED-PERSON
           END-IF.

       610-CARRY-COURSE.
           SET WS-FOUND-SWITCH TO "N".
           PERFORM VARYING WS-CHECK-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-CHECK-SUBSCRIPT > PM-COURSE-COUNT
               IF PM-COURSE-CODE (WS-CHECK-SUBSCRIPT) =
                       RT-COURSE-CODE (WS-SUBSCRIPT)
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           MOVE "COURSE" TO WS-LOG-FILE.
           MOVE SPACES TO WS-LOG-IMAGE.
           MOVE RT-COURSES (WS-SUBSCRIPT) TO WS-LOG-IMAGE.
           IF NOT WS-FOUND
               IF PM-COURSE-COUNT < 6
                   ADD 1 TO PM-COURSE-COUNT
                   MOVE RT-COURSES (WS-SUBSCRIPT) TO
                       PM-COURSES (PM-COURSE-COUNT)
                   ADD 1 TO WS-COURSES-ADDED
                   MOVE "00" TO WS-WRITE-STATUS
               ELSE
                   MOVE "22" TO WS-WRITE-STATUS
               END-IF
               PERFORM 840-CHECK-WRITE
           END-IF.

       620-DELETE-RETIRED-PERSON.
           MOVE WS-RETIRED-ID TO PM-PERSON-ID.
           DELETE PERSON-MASTER RECORD
               INVALID KEY
                   DISPLAY "PERSON-MERGE: RETIRED ID " WS-RETIRED-ID
                       " COULD NOT BE DELETED, STATUS "
                       WS-MASTER-STATUS
                   SET WS-MERGE-ERROR TO TRUE
               NOT INVALID KEY
                   MOVE SPACES TO JW-BEFORE-IMAGE
                   MOVE RT-PERSON TO JW-BEFORE-IMAGE
                   MOVE "D" TO JW-OPERATION
                   MOVE SPACES TO JW-AFTER-IMAGE
                   MOVE WS-RETIRED-ID TO PM-PERSON-ID
                   PERFORM 910-WRITE-JOURNAL
                   MOVE SPACES TO MERGE-REPORT-LINE
                   STRING "  PERSON " DELIMITED BY SIZE
                       WS-RETIRED-ID DELIMITED BY SIZE
                       " DELETED" DELIMITED BY SIZE
                       INTO MERGE-REPORT-LINE
                   WRITE MERGE-REPORT-LINE
           END-DELETE.

       700-WRITE-MERGE-LOG.
           MOVE WS-RETIRED-ID TO MW-RETIRED-ID.
           MOVE WS-SURVIVOR-ID TO MW-SURVIVOR-ID.
           MOVE WS-MERGE-TIME TO MW-MERGE-TIME.
           MOVE SO-OPERATOR-ID TO MW-OPERATOR-ID.
           OPEN EXTEND MERGE-LOG.
           IF WS-LOG-STATUS = "05" OR "35"
               OPEN OUTPUT MERGE-LOG
           END-IF.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "PERSON-MERGE: MERGE-LOG NOT WRITTEN, STATUS "
                   WS-LOG-STATUS " - RECORD " WS-RETIRED-ID " -> "
                   WS-SURVIVOR-ID " BY HAND"
           ELSE
               MOVE MW-MERGE-RECORD TO MG-MERGE-RECORD
               WRITE MG-MERGE-RECORD
               CLOSE MERGE-LOG
           END-IF.

       800-WRITE-TOTALS.
           MOVE SPACES TO MERGE-REPORT-LINE.
           STRING "  MOVED " DELIMITED BY SIZE
               WS-RECORDS-MOVED DELIMITED BY SIZE
               "  RENUMBERED " DELIMITED BY SIZE
               WS-RECORDS-RENUMBERED DELIMITED BY SIZE
               "  DROPPED " DELIMITED BY SIZE
               WS-RECORDS-DROPPED DELIMITED BY SIZE
               INTO MERGE-REPORT-LINE.
           WRITE MERGE-REPORT-LINE.
           MOVE SPACES TO MERGE-REPORT-LINE.
           WRITE MERGE-REPORT-LINE.
           DISPLAY "PERSON-MERGE: RECORDS MOVED      " WS-RECORDS-MOVED.
           DISPLAY "PERSON-MERGE: RECORDS RENUMBERED "
               WS-RECORDS-RENUMBERED.
           DISPLAY "PERSON-MERGE: RECORDS DROPPED    "
               WS-RECORDS-DROPPED " (LISTED ON PERSONMG.RPT)".

      ******************************************************************
      * Reads the re-key's write status: 00 moved, 02 moved under a new
      * sequence, 22 a collision the survivor's record wins. Anything
      * else stops this file and holds back the PERSON delete.
      ******************************************************************
       840-CHECK-WRITE.
           EVALUATE WS-WRITE-STATUS
               WHEN "00"
                   MOVE "MOVED" TO WS-LOG-ACTION
                   ADD 1 TO WS-RECORDS-MOVED
                   PERFORM 850-LOG-RECORD
               WHEN "02"
                   MOVE "RENUMBERED" TO WS-LOG-ACTION
                   ADD 1 TO WS-RECORDS-RENUMBERED
                   PERFORM 850-LOG-RECORD
               WHEN "22"
                   MOVE "DROPPED" TO WS-LOG-ACTION
                   ADD 1 TO WS-RECORDS-DROPPED
                   PERFORM 850-LOG-RECORD
               WHEN OTHER
                   MOVE "FAILED" TO WS-LOG-ACTION
                   PERFORM 850-LOG-RECORD
                   DISPLAY "PERSON-MERGE: " WS-LOG-FILE
                       " RE-KEY FAILED, STATUS " WS-WRITE-STATUS
                   SET WS-FILE-DONE TO TRUE
                   SET WS-MERGE-ERROR TO TRUE
           END-EVALUATE.

       845-DELETE-FAILED.
           DISPLAY "PERSON-MERGE: " WS-LOG-FILE
               " DELETE OF OLD KEY FAILED".
           SET WS-FILE-DONE TO TRUE.
           SET WS-MERGE-ERROR TO TRUE.

      ******************************************************************
      * The image is the record as it stood under the retired ID.
      ******************************************************************
       850-LOG-RECORD.
           MOVE WS-LOG-ACTION TO WS-DL-ACTION.
           MOVE WS-LOG-FILE TO WS-DL-FILE.
           MOVE WS-LOG-IMAGE TO WS-DL-IMAGE.
           MOVE WS-DETAIL-LINE TO MERGE-REPORT-LINE.
           WRITE MERGE-REPORT-LINE.

      ******************************************************************
      * PERSON images to PERSONJL.DAT for JRNLRPLY, under the operator
      * who signed on.
      ******************************************************************
       910-WRITE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME TO JW-TIMESTAMP.
           MOVE SO-OPERATOR-ID TO JW-OPERATOR-ID.
           MOVE PM-PERSON-ID TO JW-PERSON-ID.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "05" OR "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "PERSON-MERGE: JOURNAL NOT WRITTEN FOR ID "
                   JW-PERSON-ID ", OPEN STATUS " WS-JOURNAL-STATUS
                   " - MASTER IS UPDATED BUT UNJOURNALED"
           ELSE
               MOVE JW-JOURNAL-RECORD TO JR-JOURNAL-RECORD
               WRITE JR-JOURNAL-RECORD
               IF WS-JOURNAL-STATUS NOT = "00"
                   DISPLAY "PERSON-MERGE: JOURNAL WRITE FAILED FOR ID "
                       JW-PERSON-ID ", STATUS " WS-JOURNAL-STATUS
                       " - MASTER IS UPDATED BUT UNJOURNALED"
               END-IF
               CLOSE JOURNAL-FILE
           END-IF.

      ******************************************************************
      * GRADE-HISTORY images to GRADEJNL.DAT, as GRADE-CHANGE-APPR
      * writes them.
      ******************************************************************
       920-WRITE-GRADE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME TO JW-TIMESTAMP.
           MOVE SO-OPERATOR-ID TO JW-OPERATOR-ID.
           OPEN EXTEND GRADE-JOURNAL.
           IF WS-JOURNAL-STATUS = "05" OR "35"
               OPEN OUTPUT GRADE-JOURNAL
           END-IF.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "PERSON-MERGE: GRADE JOURNAL NOT WRITTEN FOR ID "
                   JW-PERSON-ID ", OPEN STATUS " WS-JOURNAL-STATUS
                   " - HISTORY IS UPDATED BUT UNJOURNALED"
           ELSE
               MOVE JW-JOURNAL-RECORD TO JG-JOURNAL-RECORD
               WRITE JG-JOURNAL-RECORD
               IF WS-JOURNAL-STATUS NOT = "00"
                   DISPLAY "PERSON-MERGE: GRADE JOURNAL WRITE FAILED "
                       "FOR ID " JW-PERSON-ID ", STATUS "
                       WS-JOURNAL-STATUS
                       " - HISTORY IS UPDATED BUT UNJOURNALED"
               END-IF
               CLOSE GRADE-JOURNAL
           END-IF.
