      * the person is not enrolled in, out-of-range score) each get a
      * line on the error report, with read/applied/rejected totals
      * displayed at end of run like PERSONLD prints.
      * When SCORSHT has issued score sheets, its roster register
      * SCROSTER.DAT is on hand and SCORESIN.DAT is taken to be the
      * returned turnaround file: it is first held line for line
      * against the register, and a file with a line added, dropped
      * or re-keyed - a student who was not on the roster, or a
      * roster student gone missing - is rejected whole with nothing
      * posted. A score left blank or not keyed as three digits is
      * rejected on its own line.
      * A course with a component weighting on CMPWGT.DAT has its
      * score rolled up from the component scores by CMPROLL, so a
      * whole-course score for it is rejected here rather than left
      * to be overwritten on the next roll-up.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADEPST.
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT ROSTER-REGISTER ASSIGN TO "SCROSTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.

           SELECT WEIGHT-FILE ASSIGN TO "CMPWGT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CW-COURSE-CODE
               FILE STATUS IS WS-WEIGHT-STATUS.

           SELECT ERROR-REPORT ASSIGN TO "GRADEERR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SCORE-INPUT.
           COPY SCORETXN REPLACING ==:PFX:== BY ==SC-==.

       FD  PERSON-MASTER.
           COPY PERSONREC REPLACING ==:PFX:== BY ==PM-==.

       FD  ROSTER-REGISTER.
           COPY ROSTREC REPLACING ==:PFX:== BY ==RO-==.

       FD  WEIGHT-FILE.
           COPY CMPWREC REPLACING ==:PFX:== BY ==CW-==.

       FD  ERROR-REPORT.
       01  ERROR-REPORT-LINE.
           05  ER-PERSON-ID    PICTURE 9(6).
       01  WS-INPUT-STATUS      PICTURE xx VALUE "00".
       01  WS-MASTER-STATUS     PICTURE xx VALUE "00".
       01  WS-REPORT-STATUS     PICTURE xx VALUE "00".
       01  WS-ROSTER-STATUS     PICTURE xx VALUE "00".
       01  WS-WEIGHT-STATUS     PICTURE xx VALUE "00".
       01  WS-WEIGHT-OK-SWITCH  PICTURE x VALUE "N".
           88  WS-WEIGHT-OK         VALUE "Y".
       01  WS-COMPONENT-SWITCH  PICTURE x VALUE "N".
           88  WS-COMPONENT-COURSE  VALUE "Y".
       01  WS-ROSTER-EOF-SWITCH PICTURE x VALUE "N".
           88  WS-END-OF-ROSTER     VALUE "Y".
       01  WS-MISMATCH-SWITCH   PICTURE x VALUE "N".
           88  WS-ROSTER-MISMATCH   VALUE "Y".
       01  WS-REJECT-REASON     PICTURE x(30) VALUE SPACES.
       01  WS-EOF-SWITCH        PICTURE x VALUE "N".
           88  WS-END-OF-INPUT      VALUE "Y".
       01  WS-COURSE-FOUND-SWITCH PICTURE x VALUE "N".
                   WS-REPORT-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT WEIGHT-FILE.
           IF WS-WEIGHT-STATUS = "00"
               SET WS-WEIGHT-OK TO TRUE
           END-IF.
           OPEN INPUT ROSTER-REGISTER.
           IF WS-ROSTER-STATUS = "00"
               PERFORM 150-CHECK-AGAINST-ROSTER
           END-IF.
           IF NOT WS-ROSTER-MISMATCH
               PERFORM 110-READ-INPUT
           END-IF.

       110-READ-INPUT.
           READ SCORE-INPUT
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

      ******************************************************************
      * The returned file and the register are read side by side; the
      * lines must agree one for one on PERSON-ID and COURSE-CODE and
      * run out together. Every disagreement is listed, then the input
      * is reopened for posting, or - on any mismatch - the run posts
      * nothing and counts every line read as rejected.
      ******************************************************************
       150-CHECK-AGAINST-ROSTER.
           PERFORM 110-READ-INPUT.
           PERFORM 160-READ-ROSTER.
           PERFORM UNTIL WS-END-OF-INPUT AND WS-END-OF-ROSTER
               EVALUATE TRUE
                   WHEN WS-END-OF-ROSTER
                       MOVE "NOT ON ROSTER AS ISSUED" TO
                           WS-REJECT-REASON
                       PERFORM 170-WRITE-ROSTER-ERROR
                       PERFORM 110-READ-INPUT
                   WHEN WS-END-OF-INPUT
                       MOVE SPACES TO SC-SCORE-TRANSACTION
                       MOVE RO-PERSON-ID TO SC-PERSON-ID
                       MOVE RO-COURSE-CODE TO SC-COURSE-CODE
                       MOVE "ROSTER LINE MISSING" TO WS-REJECT-REASON
                       PERFORM 170-WRITE-ROSTER-ERROR
                       PERFORM 160-READ-ROSTER
                   WHEN OTHER
                       IF SC-PERSON-ID NOT = RO-PERSON-ID OR
                               SC-COURSE-CODE NOT = RO-COURSE-CODE
                           MOVE "NOT ON ROSTER AS ISSUED" TO
                               WS-REJECT-REASON
                           PERFORM 170-WRITE-ROSTER-ERROR
                       END-IF
                       PERFORM 110-READ-INPUT
                       PERFORM 160-READ-ROSTER
               END-EVALUATE
           END-PERFORM.
           CLOSE ROSTER-REGISTER.
           CLOSE SCORE-INPUT.
           IF WS-ROSTER-MISMATCH
               MOVE WS-RECORDS-READ TO WS-RECORDS-REJECTED
               MOVE SPACES TO ERROR-REPORT-LINE
               MOVE "FILE DOES NOT MATCH ROSTER" TO ER-REASON
               WRITE ERROR-REPORT-LINE
               DISPLAY "GRADEPST: SCORESIN.DAT DOES NOT MATCH THE "
                   "ROSTER ON SCROSTER.DAT, NOTHING POSTED"
           ELSE
               MOVE ZEROES TO WS-RECORDS-READ
               SET WS-EOF-SWITCH TO "N"
               OPEN INPUT SCORE-INPUT
               IF WS-INPUT-STATUS NOT = "00"
                   DISPLAY "GRADEPST: UNABLE TO REOPEN SCORE-INPUT, "
                       "STATUS " WS-INPUT-STATUS
                   STOP RUN
               END-IF
           END-IF.

       160-READ-ROSTER.
           READ ROSTER-REGISTER
               AT END
                   SET WS-END-OF-ROSTER TO TRUE
           END-READ.

       170-WRITE-ROSTER-ERROR.
           SET WS-ROSTER-MISMATCH TO TRUE.
           MOVE SPACES TO ERROR-REPORT-LINE.
           MOVE SC-PERSON-ID   TO ER-PERSON-ID.
           MOVE SC-COURSE-CODE TO ER-COURSE-CODE.
           MOVE WS-REJECT-REASON TO ER-REASON.
           WRITE ERROR-REPORT-LINE.

       200-POST-SCORES.
           EVALUATE TRUE
               WHEN SC-SCORE = SPACES
                   MOVE "SCORE NOT ENTERED" TO WS-REJECT-REASON
                   PERFORM 260-WRITE-ERROR-LINE
               WHEN SC-SCORE NOT NUMERIC
                   MOVE "SCORE NOT THREE DIGITS" TO WS-REJECT-REASON
                   PERFORM 260-WRITE-ERROR-LINE
               WHEN SC-SCORE > 100
                   PERFORM 230-REJECT-TRANSACTION-RANGE
               WHEN OTHER
                   PERFORM 205-CHECK-COMPONENT-COURSE
                   IF WS-COMPONENT-COURSE
                       MOVE "COURSE GRADED BY COMPONENTS" TO
                           WS-REJECT-REASON
                       PERFORM 260-WRITE-ERROR-LINE
                   ELSE
                       PERFORM 210-APPLY-TRANSACTION
                   END-IF
           END-EVALUATE.
           PERFORM 110-READ-INPUT.

       205-CHECK-COMPONENT-COURSE.
           SET WS-COMPONENT-SWITCH TO "N".
           IF WS-WEIGHT-OK
               MOVE SC-COURSE-CODE TO CW-COURSE-CODE
               READ WEIGHT-FILE
                   NOT INVALID KEY
                       SET WS-COMPONENT-COURSE TO TRUE
               END-READ
           END-IF.

       210-APPLY-TRANSACTION.
           MOVE SC-PERSON-ID TO PM-PERSON-ID.
           READ PERSON-MASTER
           END-IF.

       230-REJECT-TRANSACTION-RANGE.
           MOVE "SCORE OUT OF RANGE (0-100)" TO WS-REJECT-REASON.
           PERFORM 260-WRITE-ERROR-LINE.

       240-REJECT-TRANSACTION-PERSON.
           MOVE "PERSON-ID NOT ON MASTER" TO WS-REJECT-REASON.
           PERFORM 260-WRITE-ERROR-LINE.

       250-REJECT-TRANSACTION-COURSE.
           MOVE "PERSON NOT ENROLLED IN COURSE" TO WS-REJECT-REASON.
           PERFORM 260-WRITE-ERROR-LINE.

      ******************************************************************
      * The whole line is space-cleared before the fields go in — the
      * FILLER bytes between them carry no VALUE at run time (VALUE is
      * commentary in the FILE SECTION) and a LINE SEQUENTIAL WRITE
      * rejects a record holding low-values with status 71. The
      * reason is held in working storage until after the clear. A
      * score that is not numeric is shown as keyed.
      ******************************************************************
       260-WRITE-ERROR-LINE.
           MOVE SPACES TO ERROR-REPORT-LINE.
           MOVE SC-PERSON-ID   TO ER-PERSON-ID.
           MOVE SC-COURSE-CODE TO ER-COURSE-CODE.
           IF SC-SCORE NUMERIC
               MOVE SC-SCORE   TO ER-SCORE
           ELSE
               MOVE SC-SCORE-TRANSACTION (11:3) TO
                   ERROR-REPORT-LINE (13:3)
           END-IF.
           MOVE WS-REJECT-REASON TO ER-REASON.
           WRITE ERROR-REPORT-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "GRADEPST: ERROR-REPORT WRITE FAILED, STATUS "
       270-WRITE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME TO JW-TIMESTAMP.
           MOVE "GRADEPST" TO JW-OPERATOR-ID.
           MOVE PM-PERSON-ID TO JW-PERSON-ID.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "05" OR "35"
           END-IF.

       900-TERMINATE.
           IF NOT WS-ROSTER-MISMATCH
               CLOSE SCORE-INPUT
           END-IF.
           CLOSE PERSON-MASTER.
           IF WS-WEIGHT-OK
               CLOSE WEIGHT-FILE
           END-IF.
           CLOSE ERROR-REPORT.
           DISPLAY "GRADEPST: RECORDS READ    " WS-RECORDS-READ.
           DISPLAY "GRADEPST: RECORDS APPLIED " WS-RECORDS-APPLIED.
