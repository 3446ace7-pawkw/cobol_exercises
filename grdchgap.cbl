      * through its approvals. Decided requests stay on the file, and
      * the print option writes the full request log - pending and
      * decided - to GRDCHGLG.RPT.
      * Only a registrar or administrator signs on here. A request
      * submitted under the signed-on operator's own ID is shown but
      * cannot be decided by them; it waits for another registrar.
      * The deciding operator's ID goes on the request and on the
      * grade journal record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-CHANGE-APPR.
      * image is captured while the journal is closed.
      ******************************************************************
           COPY JRNLREC REPLACING ==:PFX:== BY ==JW-==.
           COPY SIGNONRQ REPLACING ==:PFX:== BY ==SO-==.
       01  WS-REQUEST-STATUS  PICTURE xx VALUE "00".
       01  WS-HISTORY-STATUS  PICTURE xx VALUE "00".
       01  WS-JOURNAL-STATUS  PICTURE xx VALUE "00".

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           MOVE "GRADE-CHANGE-APPR" TO SO-PROGRAM-NAME.
           MOVE 2 TO SO-REQUIRED-LEVEL.
           CALL "SIGNON" USING SO-SIGNON-REQUEST.
           IF NOT SO-SIGNED-ON
               SET WS-OPEN-ERROR TO TRUE
           ELSE
               PERFORM 010-OPEN-FILES
           END-IF.
           IF NOT WS-OPEN-ERROR
               PERFORM UNTIL WS-DONE
                   PERFORM 100-DISPLAY-MENU
               NOT INVALID KEY
                   DISPLAY "  HISTORY NOW HOLDS " GH-COURSE-SCORE
           END-READ.
           IF GC-REQUESTED-OPER NOT = SPACES AND
                   GC-REQUESTED-OPER = SO-OPERATOR-ID
               DISPLAY "  *** YOUR OWN REQUEST - ANOTHER REGISTRAR "
                   "MUST DECIDE IT, SKIPPED ***"
           ELSE
               PERFORM 410-ACCEPT-DECISION
           END-IF.

       410-ACCEPT-DECISION.
           MOVE SPACE TO WS-DECISION.
           PERFORM UNTIL WS-DECISION = "A" OR WS-DECISION = "R"
                   OR WS-DECISION = "S"
                   MOVE "A" TO GC-STATUS-CODE
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
                   MOVE WS-CURRENT-DATE-TIME TO GC-DECIDED-TIME
                   MOVE SO-OPERATOR-ID TO GC-DECIDED-OPER
                   REWRITE GC-CHANGE-REQUEST
                   ADD 1 TO WS-APPROVED-COUNT
                   DISPLAY "GRADE-CHANGE-APPR: APPLIED AND APPROVED"
           MOVE "R" TO GC-STATUS-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME TO GC-DECIDED-TIME.
           MOVE SO-OPERATOR-ID TO GC-DECIDED-OPER.
           REWRITE GC-CHANGE-REQUEST.
           ADD 1 TO WS-REJECTED-COUNT.
           DISPLAY "GRADE-CHANGE-APPR: REQUEST REJECTED".
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME TO JW-TIMESTAMP.
           MOVE GC-KEY-PERSON-ID TO JW-PERSON-ID.
           MOVE SO-OPERATOR-ID TO JW-OPERATOR-ID.
           OPEN EXTEND GRADE-JOURNAL.
           IF WS-JOURNAL-STATUS = "05" OR "35"
               OPEN OUTPUT GRADE-JOURNAL
               GC-DECIDED-TIME DELIMITED BY SIZE
               INTO LOG-REPORT-LINE.
           WRITE LOG-REPORT-LINE.
           MOVE SPACES TO LOG-REPORT-LINE.
           STRING "         SUBMITTED BY OPERATOR " DELIMITED BY SIZE
               GC-REQUESTED-OPER DELIMITED BY SIZE
               "  DECIDED BY OPERATOR " DELIMITED BY SIZE
               GC-DECIDED-OPER DELIMITED BY SIZE
               INTO LOG-REPORT-LINE.
           WRITE LOG-REPORT-LINE.
           ADD 1 TO WS-LOG-COUNT.
