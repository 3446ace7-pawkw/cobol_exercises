      * to decide in GRADE-CHANGE-APPR. The typed old score must match
      * what GRADE-HISTORY actually holds, so a request drafted off a
      * stale printout is caught at entry rather than at approval.
      * The submitter signs on through SIGNON first and their operator
      * ID goes on the request, which is what stops them approving it
      * themselves in GRADE-CHANGE-APPR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-CHANGE-REQ.
           COPY GCHGREC REPLACING ==:PFX:== BY ==GC-==.

       WORKING-STORAGE SECTION.
           COPY SIGNONRQ REPLACING ==:PFX:== BY ==SO-==.
       01  WS-HISTORY-STATUS  PICTURE xx VALUE "00".
       01  WS-REQUEST-STATUS  PICTURE xx VALUE "00".
       01  WS-DONE-SWITCH     PICTURE x VALUE "N".

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           MOVE "GRADE-CHANGE-REQ" TO SO-PROGRAM-NAME.
           MOVE 1 TO SO-REQUIRED-LEVEL.
           CALL "SIGNON" USING SO-SIGNON-REQUEST.
           IF NOT SO-SIGNED-ON
               SET WS-OPEN-ERROR TO TRUE
           ELSE
               PERFORM 010-OPEN-FILES
           END-IF.
           IF NOT WS-OPEN-ERROR
               PERFORM UNTIL WS-DONE
                   PERFORM 100-SUBMIT-REQUEST
                       DISPLAY "Error: reason cannot be blank."
                   END-IF
               END-PERFORM
               DISPLAY "Requested by [" SO-OPERATOR-NAME "]: "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-ENTRY-NAME
               ACCEPT WS-ENTRY-NAME
               IF WS-ENTRY-NAME = SPACES
                   MOVE SO-OPERATOR-NAME TO WS-ENTRY-NAME
               END-IF
               PERFORM 300-WRITE-PENDING-REQUEST
               MOVE SPACES TO WS-ENTRY-REASON
           END-IF.
           MOVE WS-CURRENT-DATE-TIME TO GC-REQUEST-TIME.
           MOVE "P" TO GC-STATUS-CODE.
           MOVE SPACES TO GC-DECIDED-TIME.
           MOVE SO-OPERATOR-ID TO GC-REQUESTED-OPER.
           MOVE SPACES TO GC-DECIDED-OPER.
           WRITE GC-CHANGE-REQUEST
               INVALID KEY
                   PERFORM 310-HANDLE-DUPLICATE-REQUEST
                       MOVE WS-CURRENT-DATE-TIME TO GC-REQUEST-TIME
                       MOVE "P" TO GC-STATUS-CODE
                       MOVE SPACES TO GC-DECIDED-TIME
                       MOVE SO-OPERATOR-ID TO GC-REQUESTED-OPER
                       MOVE SPACES TO GC-DECIDED-OPER
                       REWRITE GC-CHANGE-REQUEST
                       ADD 1 TO WS-REQUESTS-WRITTEN
                       DISPLAY "GRADE-CHANGE-REQ: REQUEST SUBMITTED "
