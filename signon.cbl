      ******************************************************************
      * SIGNON: shared operator sign-on subprogram, CALLed by the
      * online maintenance programs before their menus the way they
      * CALL NEXTID. Prompts for operator ID and password and checks
      * them against OPERATOR-MASTER (OPERMS.DAT, kept by OPERATOR-
      * MAINT): the operator must be active, the password must match,
      * and the operator's level must reach the caller's REQUIRED-
      * LEVEL. Three tries are allowed; every rejected try is appended
      * to SIGNFAIL.DAT for SIGNRPT. Three wrong passwords in a row
      * for one operator, across any number of sessions, make that
      * operator inactive. An empty operator ID gives up at once.
      * OPERATOR-MASTER is opened and closed per call, like the
      * parameter file, so an abend in the caller never strands it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGNON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT FAILURE-LOG ASSIGN TO "SIGNFAIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER.
           COPY OPERREC REPLACING ==:PFX:== BY ==OP-==.

       FD  FAILURE-LOG.
           COPY SIGNFREC REPLACING ==:PFX:== BY ==SF-==.

       WORKING-STORAGE SECTION.
       01  WS-OPERATOR-STATUS PICTURE xx VALUE "00".
       01  WS-LOG-STATUS      PICTURE xx VALUE "00".
       01  WS-ATTEMPTS        PICTURE 9 VALUE ZERO.
       01  WS-ENTRY-ID        PICTURE x(8) VALUE SPACES.
       01  WS-ENTRY-PASSWORD  PICTURE x(8) VALUE SPACES.
       01  WS-FAIL-REASON     PICTURE x(20) VALUE SPACES.
       01  WS-CURRENT-DATE-TIME PICTURE x(21).
       01  WS-LEVEL-WORD      PICTURE x(13) VALUE SPACES.

       LINKAGE SECTION.
           COPY SIGNONRQ REPLACING ==:PFX:== BY ==LS-==.

       PROCEDURE DIVISION USING LS-SIGNON-REQUEST.
       000-MAIN-PROCEDURE.
           MOVE SPACES TO LS-OPERATOR-ID.
           MOVE SPACES TO LS-OPERATOR-NAME.
           MOVE ZERO TO LS-OPERATOR-LEVEL.
           SET LS-SIGNON-FAILED TO TRUE.
           OPEN I-O OPERATOR-MASTER.
           IF WS-OPERATOR-STATUS NOT = "00"
               SET LS-SIGNON-FILE-ERROR TO TRUE
               DISPLAY "SIGNON: UNABLE TO OPEN OPERATOR-MASTER, STATUS "
                   WS-OPERATOR-STATUS " - NO OPERATORS SET UP, SEE "
                   "OPERATOR-MAINT"
           ELSE
               DISPLAY " "
               DISPLAY "==== SIGN ON - " LS-PROGRAM-NAME " ===="
               MOVE ZERO TO WS-ATTEMPTS
               PERFORM 100-ATTEMPT-SIGNON
                   UNTIL LS-SIGNED-ON OR WS-ATTEMPTS >= 3
               CLOSE OPERATOR-MASTER
               IF NOT LS-SIGNED-ON
                   DISPLAY "SIGNON: NOT SIGNED ON, " LS-PROGRAM-NAME
                       " NOT STARTED"
               END-IF
           END-IF.
           GOBACK.

       100-ATTEMPT-SIGNON.
           ADD 1 TO WS-ATTEMPTS.
           MOVE SPACES TO WS-ENTRY-ID.
           MOVE SPACES TO WS-ENTRY-PASSWORD.
           DISPLAY "Operator ID (blank to quit): " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-ID.
           IF WS-ENTRY-ID = SPACES
               MOVE 3 TO WS-ATTEMPTS
           ELSE
               DISPLAY "Password: " WITH NO ADVANCING
               ACCEPT WS-ENTRY-PASSWORD
               MOVE WS-ENTRY-ID TO OP-OPERATOR-ID
               READ OPERATOR-MASTER
                   INVALID KEY
                       MOVE "UNKNOWN OPERATOR" TO WS-FAIL-REASON
                   NOT INVALID KEY
                       PERFORM 200-CHECK-OPERATOR
               END-READ
               IF NOT LS-SIGNED-ON
                   DISPLAY "SIGNON: SIGN-ON REJECTED - " WS-FAIL-REASON
                   PERFORM 300-LOG-FAILURE
               END-IF
           END-IF.

      ******************************************************************
      * A right password always clears the run of wrong ones, even
      * when the operator's level then keeps them out of the program;
      * there is no point retrying a level that is too low, so that
      * ends the sign-on at once.
      ******************************************************************
       200-CHECK-OPERATOR.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           EVALUATE TRUE
               WHEN NOT OP-OPERATOR-ACTIVE
                   MOVE "OPERATOR INACTIVE" TO WS-FAIL-REASON
               WHEN OP-PASSWORD NOT = WS-ENTRY-PASSWORD
                   MOVE "WRONG PASSWORD" TO WS-FAIL-REASON
                   ADD 1 TO OP-FAILED-COUNT
                   IF OP-FAILED-COUNT >= 3
                       MOVE "N" TO OP-ACTIVE-FLAG
                       MOVE "PASSWORD - LOCKED" TO WS-FAIL-REASON
                   END-IF
                   REWRITE OP-OPERATOR-RECORD
               WHEN OP-LEVEL < LS-REQUIRED-LEVEL
                   MOVE "LEVEL TOO LOW" TO WS-FAIL-REASON
                   MOVE ZERO TO OP-FAILED-COUNT
                   REWRITE OP-OPERATOR-RECORD
                   MOVE 3 TO WS-ATTEMPTS
               WHEN OTHER
                   MOVE ZERO TO OP-FAILED-COUNT
                   MOVE WS-CURRENT-DATE-TIME TO OP-LAST-SIGNON
                   REWRITE OP-OPERATOR-RECORD
                   MOVE OP-OPERATOR-ID TO LS-OPERATOR-ID
                   MOVE OP-OPERATOR-NAME TO LS-OPERATOR-NAME
                   MOVE OP-LEVEL TO LS-OPERATOR-LEVEL
                   SET LS-SIGNED-ON TO TRUE
                   EVALUATE TRUE
                       WHEN OP-LEVEL-ADMINISTRATOR
                           MOVE "ADMINISTRATOR" TO WS-LEVEL-WORD
                       WHEN OP-LEVEL-REGISTRAR
                           MOVE "REGISTRAR" TO WS-LEVEL-WORD
                       WHEN OTHER
                           MOVE "CLERK" TO WS-LEVEL-WORD
                   END-EVALUATE
                   DISPLAY "SIGNON: " OP-OPERATOR-NAME " SIGNED ON AS "
                       WS-LEVEL-WORD
           END-EVALUATE.

       300-LOG-FAILURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           OPEN EXTEND FAILURE-LOG.
           IF WS-LOG-STATUS = "05" OR "35"
               OPEN OUTPUT FAILURE-LOG
           END-IF.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "SIGNON: FAILED SIGN-ON NOT LOGGED, STATUS "
                   WS-LOG-STATUS
           ELSE
               MOVE WS-CURRENT-DATE-TIME TO SF-TIMESTAMP
               MOVE WS-ENTRY-ID TO SF-OPERATOR-ID
               MOVE LS-PROGRAM-NAME TO SF-PROGRAM-NAME
               MOVE WS-FAIL-REASON TO SF-REASON
               WRITE SF-SIGNON-FAILURE
               CLOSE FAILURE-LOG
           END-IF.
