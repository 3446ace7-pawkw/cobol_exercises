      ******************************************************************
      * Transfer-credit posting batch
      * Loads courses students bring from other schools into
      * GRADE-HISTORY as transfer credit. Each line of TRNSFIN.DAT
      * (student, sending school, the school's course code and title,
      * score) is looked up on the equivalency table TRNSEQV.DAT kept
      * by TRANSFER-EQUIV-MAINT; a course with an equivalent is posted
      * under our COURSE-CATALOG code and name with term "TR" plus the
      * school's code and no class section, and the new history image
      * is journaled to GRADEJNL.DAT the way GRADE-CHANGE-APPR
      * journals its changes. A course with no equivalent goes on the
      * evaluation queue TRNSEVAL.DAT for the registrar. Every run
      * first goes back over the queue, so whatever the registrar has
      * given an equivalent since the last run posts now and comes off
      * the queue. Unknown students, bad scores, equivalents that are
      * no longer in the catalog and courses already posted for the
      * student are rejected. Every line is listed on TRNSFPST.RPT -
      * posted, queued or rejected - with totals at the foot and on
      * the console.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNSFPST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSFER-INPUT ASSIGN TO "TRNSFIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT EQUIVALENCY-FILE ASSIGN TO "TRNSEQV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EQ-EQUIVALENCY-KEY
               FILE STATUS IS WS-EQUIVALENCY-STATUS.

           SELECT EVALUATION-QUEUE ASSIGN TO "TRNSEVAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TE-EVALUATION-KEY
               FILE STATUS IS WS-QUEUE-STATUS.

           SELECT PERSON-MASTER ASSIGN TO "PERSONMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PERSON-ID
               ALTERNATE RECORD KEY IS PM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT COURSE-CATALOG ASSIGN TO "COURSECT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-COURSE-CODE
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT GRADE-HISTORY ASSIGN TO "GRADEHIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GH-GRADE-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT GRADE-JOURNAL ASSIGN TO "GRADEJNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT POSTING-REPORT ASSIGN TO "TRNSFPST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSFER-INPUT.
           COPY TRNSTXN REPLACING ==:PFX:== BY ==TT-==.

       FD  EQUIVALENCY-FILE.
           COPY EQUIVREC REPLACING ==:PFX:== BY ==EQ-==.

       FD  EVALUATION-QUEUE.
           COPY TEVALREC REPLACING ==:PFX:== BY ==TE-==.

       FD  PERSON-MASTER.
           COPY PERSONREC REPLACING ==:PFX:== BY ==PM-==.

       FD  COURSE-CATALOG.
           COPY COURSEREC REPLACING ==:PFX:== BY ==CC-==.

       FD  GRADE-HISTORY.
           COPY GRADEREC REPLACING ==:PFX:== BY ==GH-==.

       FD  GRADE-JOURNAL.
           COPY JRNLREC REPLACING ==:PFX:== BY ==JG-==.

       FD  POSTING-REPORT.
       01  POSTING-LINE.
           05  PL-PERSON-ID     PICTURE 9(6).
           05  FILLER           PICTURE x VALUE SPACE.
           05  PL-INSTITUTION   PICTURE x(4).
           05  FILLER           PICTURE x VALUE SPACE.
           05  PL-OUTSIDE-COURSE PICTURE x(8).
           05  FILLER           PICTURE x VALUE SPACE.
           05  PL-SCORE         PICTURE x(3).
           05  FILLER           PICTURE x VALUE SPACE.
           05  PL-COURSE-CODE   PICTURE x(4).
           05  FILLER           PICTURE x VALUE SPACE.
           05  PL-ACTION        PICTURE x(8).
           05  FILLER           PICTURE x VALUE SPACE.
           05  PL-REASON        PICTURE x(30).

       WORKING-STORAGE SECTION.
      ******************************************************************
      * Journal staged in working storage with the GRADE-HISTORY image
      * in the after area, as GRADE-CHANGE-APPR stages it; an add has
      * no before image.
      ******************************************************************
           COPY JRNLREC REPLACING ==:PFX:== BY ==JW-==.
           COPY TRNSTXN REPLACING ==:PFX:== BY ==TW-==.
       01  WS-INPUT-STATUS      PICTURE xx VALUE "00".
       01  WS-EQUIVALENCY-STATUS PICTURE xx VALUE "00".
       01  WS-QUEUE-STATUS      PICTURE xx VALUE "00".
       01  WS-MASTER-STATUS     PICTURE xx VALUE "00".
       01  WS-CATALOG-STATUS    PICTURE xx VALUE "00".
       01  WS-HISTORY-STATUS    PICTURE xx VALUE "00".
       01  WS-JOURNAL-STATUS    PICTURE xx VALUE "00".
       01  WS-REPORT-STATUS     PICTURE xx VALUE "00".
       01  WS-EOF-SWITCH        PICTURE x VALUE "N".
           88  WS-END-OF-INPUT      VALUE "Y".
       01  WS-QUEUE-EOF-SWITCH  PICTURE x VALUE "N".
           88  WS-END-OF-QUEUE      VALUE "Y".
       01  WS-INPUT-OK-SWITCH   PICTURE x VALUE "N".
           88  WS-INPUT-OK          VALUE "Y".
       01  WS-OUTCOME           PICTURE x VALUE SPACE.
           88  WS-OUTCOME-POSTED    VALUE "P".
           88  WS-OUTCOME-NO-EQUIV  VALUE "N".
           88  WS-OUTCOME-REJECTED  VALUE "R".
       01  WS-REJECT-REASON     PICTURE x(30) VALUE SPACES.
       01  WS-ACTION            PICTURE x(8) VALUE SPACES.
       01  WS-EQUIV-CODE        PICTURE x(4) VALUE SPACES.
       01  WS-TRANSFER-TERM.
           05  FILLER           PICTURE xx VALUE "TR".
           05  WS-TT-INSTITUTION PICTURE x(4) VALUE SPACES.
       01  WS-CURRENT-DATE-TIME PICTURE x(21).
       01  WS-RUN-DATE          PICTURE 9(8) VALUE ZEROES.
       01  WS-QUEUE-RETRIED     PICTURE 9(7) VALUE ZEROES.
       01  WS-QUEUE-CLEARED     PICTURE 9(7) VALUE ZEROES.
       01  WS-RECORDS-READ      PICTURE 9(7) VALUE ZEROES.
       01  WS-RECORDS-POSTED    PICTURE 9(7) VALUE ZEROES.
       01  WS-RECORDS-QUEUED    PICTURE 9(7) VALUE ZEROES.
       01  WS-RECORDS-REJECTED  PICTURE 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 100-INITIALIZE.
           PERFORM 200-RETRY-QUEUE.
           IF WS-INPUT-OK
               PERFORM 110-READ-INPUT
               PERFORM 300-PROCESS-INPUT UNTIL WS-END-OF-INPUT
           END-IF.
           PERFORM 900-TERMINATE.
           STOP RUN.

      ******************************************************************
      * The equivalency table, the master and the catalog are all
      * needed to place a course, so any of them missing ends the run.
      * No TRNSFIN.DAT just means nothing new came in; the queue is
      * still worked. History and queue are created on first use.
      ******************************************************************
       100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-RUN-DATE.
           OPEN INPUT EQUIVALENCY-FILE.
           IF WS-EQUIVALENCY-STATUS NOT = "00"
               DISPLAY "TRNSFPST: UNABLE TO OPEN EQUIVALENCY-FILE, "
                   "STATUS " WS-EQUIVALENCY-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT PERSON-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "TRNSFPST: UNABLE TO OPEN PERSON-MASTER, STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT COURSE-CATALOG.
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "TRNSFPST: UNABLE TO OPEN COURSE-CATALOG, "
                   "STATUS " WS-CATALOG-STATUS
               STOP RUN
           END-IF.
           OPEN I-O GRADE-HISTORY.
           IF WS-HISTORY-STATUS = "35"
               CLOSE GRADE-HISTORY
               OPEN OUTPUT GRADE-HISTORY
               CLOSE GRADE-HISTORY
               OPEN I-O GRADE-HISTORY
           END-IF.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "TRNSFPST: UNABLE TO OPEN GRADE-HISTORY, STATUS "
                   WS-HISTORY-STATUS
               STOP RUN
           END-IF.
           OPEN I-O EVALUATION-QUEUE.
           IF WS-QUEUE-STATUS = "35"
               CLOSE EVALUATION-QUEUE
               OPEN OUTPUT EVALUATION-QUEUE
               CLOSE EVALUATION-QUEUE
               OPEN I-O EVALUATION-QUEUE
           END-IF.
           IF WS-QUEUE-STATUS NOT = "00"
               DISPLAY "TRNSFPST: UNABLE TO OPEN EVALUATION-QUEUE, "
                   "STATUS " WS-QUEUE-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT TRANSFER-INPUT.
           IF WS-INPUT-STATUS = "00"
               SET WS-INPUT-OK TO TRUE
           ELSE
               DISPLAY "TRNSFPST: NO TRNSFIN.DAT, STATUS "
                   WS-INPUT-STATUS " - EVALUATION QUEUE ONLY"
           END-IF.
           OPEN OUTPUT POSTING-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "TRNSFPST: UNABLE TO OPEN POSTING-REPORT, "
                   "STATUS " WS-REPORT-STATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO POSTING-LINE.
           STRING "TRANSFER CREDIT POSTING  RUN DATE " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO POSTING-LINE.
           WRITE POSTING-LINE.
           MOVE SPACES TO POSTING-LINE.
           WRITE POSTING-LINE.
           MOVE SPACES TO POSTING-LINE.
           MOVE "ID" TO POSTING-LINE (1:2).
           MOVE "INST" TO POSTING-LINE (8:4).
           MOVE "COURSE" TO POSTING-LINE (13:6).
           MOVE "SCR" TO POSTING-LINE (22:3).
           MOVE "OURS" TO POSTING-LINE (26:4).
           MOVE "ACTION" TO POSTING-LINE (31:6).
           MOVE "REASON" TO POSTING-LINE (40:6).
           WRITE POSTING-LINE.
           MOVE ALL "-" TO POSTING-LINE (1:69).
           WRITE POSTING-LINE.

       110-READ-INPUT.
           READ TRANSFER-INPUT
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

      ******************************************************************
      * The queue is walked in key order. An entry that now has an
      * equivalent is posted (or rejected, if it can never post) and
      * deleted; one still without an equivalent stays where it is
      * and is not listed again.
      ******************************************************************
       200-RETRY-QUEUE.
           MOVE LOW-VALUES TO TE-EVALUATION-KEY.
           START EVALUATION-QUEUE KEY IS NOT LESS THAN
                   TE-EVALUATION-KEY
               INVALID KEY
                   SET WS-END-OF-QUEUE TO TRUE
           END-START.
           IF NOT WS-END-OF-QUEUE
               PERFORM 210-READ-QUEUE
           END-IF.
           PERFORM UNTIL WS-END-OF-QUEUE
               PERFORM 220-RETRY-QUEUE-ENTRY
               PERFORM 210-READ-QUEUE
           END-PERFORM.

       210-READ-QUEUE.
           READ EVALUATION-QUEUE NEXT RECORD
               AT END
                   SET WS-END-OF-QUEUE TO TRUE
           END-READ.

      ******************************************************************
      * A student taken off the master while their course waited can
      * never be posted, so the entry is rejected and dropped.
      ******************************************************************
       220-RETRY-QUEUE-ENTRY.
           ADD 1 TO WS-QUEUE-RETRIED.
           MOVE SPACES TO WS-EQUIV-CODE.
           MOVE SPACES TO TW-TRANSFER-TRANSACTION.
           MOVE TE-KEY-PERSON-ID TO TW-PERSON-ID.
           MOVE TE-KEY-INSTITUTION TO TW-INSTITUTION.
           MOVE TE-KEY-OUTSIDE-COURSE TO TW-OUTSIDE-COURSE.
           MOVE TE-OUTSIDE-NAME TO TW-OUTSIDE-NAME.
           MOVE TE-SCORE TO TW-SCORE.
           MOVE TE-KEY-PERSON-ID TO PM-PERSON-ID.
           READ PERSON-MASTER
               INVALID KEY
                   MOVE "PERSON-ID NOT ON MASTER" TO WS-REJECT-REASON
                   SET WS-OUTCOME-REJECTED TO TRUE
               NOT INVALID KEY
                   PERFORM 400-PLACE-COURSE
           END-READ.
           IF WS-OUTCOME-NO-EQUIV
               MOVE SPACE TO WS-OUTCOME
           ELSE
               DELETE EVALUATION-QUEUE RECORD
               ADD 1 TO WS-QUEUE-CLEARED
               PERFORM 600-WRITE-REPORT-LINE
           END-IF.

      ******************************************************************
      * Score and person are checked before the table is consulted, so
      * nothing that could never post is queued for the registrar.
      ******************************************************************
       300-PROCESS-INPUT.
           MOVE SPACES TO WS-EQUIV-CODE.
           MOVE TT-TRANSFER-TRANSACTION TO TW-TRANSFER-TRANSACTION.
           EVALUATE TRUE
               WHEN TT-PERSON-ID NOT NUMERIC
                   MOVE "PERSON-ID NOT NUMERIC" TO WS-REJECT-REASON
                   SET WS-OUTCOME-REJECTED TO TRUE
               WHEN TT-INSTITUTION = SPACES OR
                       TT-OUTSIDE-COURSE = SPACES
                   MOVE "SCHOOL OR COURSE NOT ENTERED" TO
                       WS-REJECT-REASON
                   SET WS-OUTCOME-REJECTED TO TRUE
               WHEN TT-SCORE NOT NUMERIC
                   MOVE "SCORE NOT THREE DIGITS" TO WS-REJECT-REASON
                   SET WS-OUTCOME-REJECTED TO TRUE
               WHEN TT-SCORE > 100
                   MOVE "SCORE OUT OF RANGE (0-100)" TO
                       WS-REJECT-REASON
                   SET WS-OUTCOME-REJECTED TO TRUE
               WHEN OTHER
                   MOVE TT-PERSON-ID TO PM-PERSON-ID
                   READ PERSON-MASTER
                       INVALID KEY
                           MOVE "PERSON-ID NOT ON MASTER" TO
                               WS-REJECT-REASON
                           SET WS-OUTCOME-REJECTED TO TRUE
                       NOT INVALID KEY
                           PERFORM 400-PLACE-COURSE
                   END-READ
           END-EVALUATE.
           IF WS-OUTCOME-NO-EQUIV
               PERFORM 500-QUEUE-FOR-EVALUATION
           END-IF.
           PERFORM 600-WRITE-REPORT-LINE.
           PERFORM 110-READ-INPUT.

      ******************************************************************
      * Looks the school and course up on the equivalency table and,
      * when there is an equivalent, writes the transfer history
      * record for it. The outcome tells the caller what happened.
      ******************************************************************
       400-PLACE-COURSE.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE TW-INSTITUTION TO EQ-KEY-INSTITUTION.
           MOVE TW-OUTSIDE-COURSE TO EQ-KEY-OUTSIDE-COURSE.
           READ EQUIVALENCY-FILE
               INVALID KEY
                   MOVE "NO EQUIVALENT ON TABLE" TO WS-REJECT-REASON
                   SET WS-OUTCOME-NO-EQUIV TO TRUE
               NOT INVALID KEY
                   PERFORM 410-POST-TRANSFER-GRADE
           END-READ.

       410-POST-TRANSFER-GRADE.
           MOVE EQ-COURSE-CODE TO WS-EQUIV-CODE.
           MOVE EQ-COURSE-CODE TO CC-COURSE-CODE.
           READ COURSE-CATALOG
               INVALID KEY
                   MOVE "EQUIVALENT NOT IN CATALOG" TO
                       WS-REJECT-REASON
                   SET WS-OUTCOME-REJECTED TO TRUE
               NOT INVALID KEY
                   MOVE TW-INSTITUTION TO WS-TT-INSTITUTION
                   MOVE TW-PERSON-ID TO GH-KEY-PERSON-ID
                   MOVE WS-TRANSFER-TERM TO GH-KEY-TERM
                   MOVE CC-COURSE-CODE TO GH-KEY-COURSE-CODE
                   MOVE CC-COURSE-NAME TO GH-COURSE-NAME
                   MOVE TW-SCORE TO GH-COURSE-SCORE
                   MOVE SPACES TO GH-CLASS-SECTION
                   WRITE GH-GRADE-RECORD
                       INVALID KEY
                           MOVE "ALREADY POSTED FROM THIS SCHOOL"
                               TO WS-REJECT-REASON
                           SET WS-OUTCOME-REJECTED TO TRUE
                       NOT INVALID KEY
                           SET WS-OUTCOME-POSTED TO TRUE
                           PERFORM 420-WRITE-GRADE-JOURNAL
                   END-WRITE
           END-READ.

      ******************************************************************
      * Opened and closed per write like the other journal writers,
      * so an abend never strands the journal open.
      ******************************************************************
       420-WRITE-GRADE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME TO JW-TIMESTAMP.
           MOVE "A" TO JW-OPERATION.
           MOVE GH-KEY-PERSON-ID TO JW-PERSON-ID.
           MOVE SPACES TO JW-BEFORE-IMAGE.
           MOVE SPACES TO JW-AFTER-IMAGE.
           MOVE GH-GRADE-RECORD TO JW-AFTER-IMAGE.
           MOVE "TRNSFPST" TO JW-OPERATOR-ID.
           OPEN EXTEND GRADE-JOURNAL.
           IF WS-JOURNAL-STATUS = "05" OR "35"
               OPEN OUTPUT GRADE-JOURNAL
           END-IF.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "TRNSFPST: JOURNAL NOT WRITTEN FOR ID "
                   JW-PERSON-ID ", OPEN STATUS " WS-JOURNAL-STATUS
                   " - HISTORY IS UPDATED BUT UNJOURNALED"
           ELSE
               MOVE JW-JOURNAL-RECORD TO JG-JOURNAL-RECORD
               WRITE JG-JOURNAL-RECORD
               IF WS-JOURNAL-STATUS NOT = "00"
                   DISPLAY "TRNSFPST: JOURNAL WRITE FAILED FOR ID "
                       JW-PERSON-ID ", STATUS " WS-JOURNAL-STATUS
                       " - HISTORY IS UPDATED BUT UNJOURNALED"
               END-IF
               CLOSE GRADE-JOURNAL
           END-IF.

      ******************************************************************
      * A course sent in again while it is still waiting replaces the
      * queued score and title but keeps the date it was first queued.
      ******************************************************************
       500-QUEUE-FOR-EVALUATION.
           MOVE TW-PERSON-ID TO TE-KEY-PERSON-ID.
           MOVE TW-INSTITUTION TO TE-KEY-INSTITUTION.
           MOVE TW-OUTSIDE-COURSE TO TE-KEY-OUTSIDE-COURSE.
           READ EVALUATION-QUEUE
               INVALID KEY
                   MOVE TW-OUTSIDE-NAME TO TE-OUTSIDE-NAME
                   MOVE TW-SCORE TO TE-SCORE
                   MOVE WS-RUN-DATE TO TE-QUEUED-DATE
                   WRITE TE-EVALUATION-RECORD
               NOT INVALID KEY
                   MOVE TW-OUTSIDE-NAME TO TE-OUTSIDE-NAME
                   MOVE TW-SCORE TO TE-SCORE
                   REWRITE TE-EVALUATION-RECORD
                   MOVE "ALREADY QUEUED - REPLACED" TO
                       WS-REJECT-REASON
           END-READ.

      ******************************************************************
      * Cleared first: FILLER in the FILE SECTION carries no VALUE at
      * run time. A score that is not numeric is shown as keyed.
      ******************************************************************
       600-WRITE-REPORT-LINE.
           EVALUATE TRUE
               WHEN WS-OUTCOME-POSTED
                   MOVE "POSTED" TO WS-ACTION
                   ADD 1 TO WS-RECORDS-POSTED
               WHEN WS-OUTCOME-NO-EQUIV
                   MOVE "QUEUED" TO WS-ACTION
                   ADD 1 TO WS-RECORDS-QUEUED
               WHEN OTHER
                   MOVE "REJECTED" TO WS-ACTION
                   ADD 1 TO WS-RECORDS-REJECTED
           END-EVALUATE.
           MOVE SPACES TO POSTING-LINE.
           MOVE TW-TRANSFER-TRANSACTION (1:6) TO POSTING-LINE (1:6).
           MOVE TW-INSTITUTION TO PL-INSTITUTION.
           MOVE TW-OUTSIDE-COURSE TO PL-OUTSIDE-COURSE.
           MOVE TW-TRANSFER-TRANSACTION (34:3) TO PL-SCORE.
           MOVE WS-EQUIV-CODE TO PL-COURSE-CODE.
           MOVE WS-ACTION TO PL-ACTION.
           MOVE WS-REJECT-REASON TO PL-REASON.
           WRITE POSTING-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "TRNSFPST: POSTING-REPORT WRITE FAILED, STATUS "
                   WS-REPORT-STATUS
           END-IF.
           MOVE SPACE TO WS-OUTCOME.

       900-TERMINATE.
           MOVE SPACES TO POSTING-LINE.
           WRITE POSTING-LINE.
           MOVE SPACES TO POSTING-LINE.
           STRING "QUEUE RETRIED " DELIMITED BY SIZE
               WS-QUEUE-RETRIED DELIMITED BY SIZE
               "  CLEARED " DELIMITED BY SIZE
               WS-QUEUE-CLEARED DELIMITED BY SIZE
               "  NEW LINES READ " DELIMITED BY SIZE
               WS-RECORDS-READ DELIMITED BY SIZE
               INTO POSTING-LINE.
           WRITE POSTING-LINE.
           MOVE SPACES TO POSTING-LINE.
           STRING "POSTED " DELIMITED BY SIZE
               WS-RECORDS-POSTED DELIMITED BY SIZE
               "  QUEUED " DELIMITED BY SIZE
               WS-RECORDS-QUEUED DELIMITED BY SIZE
               "  REJECTED " DELIMITED BY SIZE
               WS-RECORDS-REJECTED DELIMITED BY SIZE
               INTO POSTING-LINE.
           WRITE POSTING-LINE.
           IF WS-INPUT-OK
               CLOSE TRANSFER-INPUT
           END-IF.
           CLOSE EQUIVALENCY-FILE.
           CLOSE EVALUATION-QUEUE.
           CLOSE PERSON-MASTER.
           CLOSE COURSE-CATALOG.
           CLOSE GRADE-HISTORY.
           CLOSE POSTING-REPORT.
           DISPLAY "TRNSFPST: QUEUE RETRIED    " WS-QUEUE-RETRIED.
           DISPLAY "TRNSFPST: QUEUE CLEARED    " WS-QUEUE-CLEARED.
           DISPLAY "TRNSFPST: RECORDS READ     " WS-RECORDS-READ.
           DISPLAY "TRNSFPST: RECORDS POSTED   " WS-RECORDS-POSTED.
           DISPLAY "TRNSFPST: RECORDS QUEUED   " WS-RECORDS-QUEUED.
           DISPLAY "TRNSFPST: RECORDS REJECTED " WS-RECORDS-REJECTED.
