      * person does not carry the code. Rejected transactions each get
      * a line on the error report, and every applied change journals
      * its before/after PERSON images the way GRADEPST does, with
      * read/applied/rejected totals displayed at end of run. An add
      * must also clear the course's prerequisite rules against the
      * student's GRADE-HISTORY (the PREREQCK subprogram); a refusal
      * goes on the error report naming the course still needed, and
      * an add let through on a registrar's override is counted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENRLPST.
       01  WS-SUBSCRIPT         PICTURE 99 VALUE ZERO.
       01  WS-MATCH-SLOT        PICTURE 99 VALUE ZERO.
       01  WS-CURRENT-DATE-TIME PICTURE x(21).
       01  WS-REJECT-REASON     PICTURE x(30) VALUE SPACES.
       01  WS-OVERRIDES-USED    PICTURE 9(7) VALUE ZEROES.
           COPY PREREQRQ REPLACING ==:PFX:== BY ==PC-==.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

       200-POST-TRANSACTIONS.
           IF NOT EN-ACTION-ADD AND NOT EN-ACTION-DROP
               MOVE "ACTION NOT A OR D" TO WS-REJECT-REASON
               PERFORM 600-WRITE-ERROR-LINE
           ELSE
               PERFORM 210-APPLY-TRANSACTION
           MOVE EN-PERSON-ID TO PM-PERSON-ID.
           READ PERSON-MASTER
               INVALID KEY
                   MOVE "PERSON-ID NOT ON MASTER" TO WS-REJECT-REASON
                   PERFORM 600-WRITE-ERROR-LINE
               NOT INVALID KEY
                   IF EN-ACTION-ADD
           MOVE EN-COURSE-CODE TO CC-COURSE-CODE.
           READ COURSE-CATALOG
               INVALID KEY
                   MOVE "COURSE CODE NOT IN CATALOG" TO WS-REJECT-REASON
                   PERFORM 600-WRITE-ERROR-LINE
               NOT INVALID KEY
                   IF CC-ACTIVE-FLAG NOT = "Y"
                       MOVE "COURSE CODE IS INACTIVE"
                           TO WS-REJECT-REASON
                       PERFORM 600-WRITE-ERROR-LINE
                   ELSE
                       PERFORM 320-CHECK-PREREQUISITES
                   END-IF
           END-READ.

       310-ADD-TO-COURSE-TABLE.
           PERFORM 500-FIND-COURSE-SLOT.
           IF WS-COURSE-FOUND
               MOVE "PERSON ALREADY ENROLLED" TO WS-REJECT-REASON
               PERFORM 600-WRITE-ERROR-LINE
           ELSE
               IF PM-COURSE-COUNT = 6
                   MOVE "COURSE TABLE FULL (6 MAX)" TO WS-REJECT-REASON
                   PERFORM 600-WRITE-ERROR-LINE
               ELSE
                   MOVE SPACES TO JW-BEFORE-IMAGE
               END-IF
           END-IF.

      ******************************************************************
      * Prerequisites are checked against GRADE-HISTORY only - the
      * live PM-COURSES scores are not final until TERMCLS snapshots
      * them. The refusal reason names the course still needed.
      ******************************************************************
       320-CHECK-PREREQUISITES.
           MOVE EN-PERSON-ID TO PC-PERSON-ID.
           MOVE EN-COURSE-CODE TO PC-COURSE-CODE.
           CALL "PREREQCK" USING PC-PREREQ-REQUEST.
           IF PC-PREREQ-ALLOWED
               IF PC-PREREQ-OVERRIDDEN
                   ADD 1 TO WS-OVERRIDES-USED
               END-IF
               PERFORM 310-ADD-TO-COURSE-TABLE
           ELSE
               MOVE PC-REASON TO WS-REJECT-REASON
               PERFORM 600-WRITE-ERROR-LINE
           END-IF.

      ******************************************************************
      * A drop closes the gap it leaves by sliding the later entries
      * up one slot, so the table stays dense and COURSE-COUNT keeps
       400-APPLY-DROP.
           PERFORM 500-FIND-COURSE-SLOT.
           IF NOT WS-COURSE-FOUND
               MOVE "PERSON NOT ENROLLED IN COURSE" TO WS-REJECT-REASON
               PERFORM 600-WRITE-ERROR-LINE
           ELSE
               MOVE SPACES TO JW-BEFORE-IMAGE
      * The whole line is space-cleared before the fields go in, same
      * reason as GRADEPST 260-WRITE-ERROR-LINE: FILLER carries no
      * VALUE at run time in the FILE SECTION and a LINE SEQUENTIAL
      * WRITE rejects low-values with status 71. The reason is held
      * in working storage until after the clear.
      ******************************************************************
       600-WRITE-ERROR-LINE.
           MOVE SPACES TO ERROR-REPORT-LINE.
           MOVE EN-PERSON-ID   TO ER-PERSON-ID.
           MOVE EN-ACTION      TO ER-ACTION.
           MOVE EN-COURSE-CODE TO ER-COURSE-CODE.
           MOVE WS-REJECT-REASON TO ER-REASON.
           WRITE ERROR-REPORT-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ENRLPST: ERROR-REPORT WRITE FAILED, STATUS "
       700-WRITE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME TO JW-TIMESTAMP.
           MOVE "ENRLPST" TO JW-OPERATOR-ID.
           MOVE PM-PERSON-ID TO JW-PERSON-ID.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "05" OR "35"
           DISPLAY "ENRLPST: RECORDS READ    " WS-RECORDS-READ.
           DISPLAY "ENRLPST: RECORDS APPLIED " WS-RECORDS-APPLIED.
           DISPLAY "ENRLPST: RECORDS REJECTED" WS-RECORDS-REJECTED.
           DISPLAY "ENRLPST: PREREQ OVERRIDES" WS-OVERRIDES-USED.
