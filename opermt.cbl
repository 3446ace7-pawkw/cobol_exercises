      ******************************************************************
      * OPERATOR-MAINT: Add/Change/Deactivate/List against the
      * OPERATOR-MASTER indexed file by operator ID - the operators
      * SIGNON lets into the online programs, their passwords and
      * their authority levels. Only an administrator signs on here.
      * On a brand-new system, with no operator file or an empty one,
      * the first operator is keyed without a sign-on and is always
      * made an administrator, so there is someone to sign on as.
      * Operators are deactivated, never deleted, and an administrator
      * can neither deactivate nor demote themselves, so the system
      * can never be left with nobody able to get back in.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER.
           COPY OPERREC REPLACING ==:PFX:== BY ==OP-==.

       WORKING-STORAGE SECTION.
           COPY SIGNONRQ REPLACING ==:PFX:== BY ==SO-==.
       01  WS-OPERATOR-STATUS PICTURE xx VALUE "00".
       01  WS-MENU-CHOICE     PICTURE 9 VALUE ZERO.
       01  WS-DONE-SWITCH     PICTURE x VALUE "N".
           88  WS-DONE            VALUE "Y".
       01  WS-OPEN-ERROR-SWITCH PICTURE x VALUE "N".
           88  WS-OPEN-ERROR      VALUE "Y".
       01  WS-FIRST-OPERATOR-SWITCH PICTURE x VALUE "N".
           88  WS-FIRST-OPERATOR  VALUE "Y".
       01  WS-EOF-SWITCH      PICTURE x VALUE "N".
           88  WS-END-OF-OPERATORS VALUE "Y".
       01  WS-SEARCH-ID       PICTURE x(8) VALUE SPACES.
       01  WS-ENTRY-LEVEL     PICTURE 9 VALUE ZERO.
       01  WS-SCRATCH-NAME    PICTURE x(20) VALUE SPACES.
       01  WS-SCRATCH-PASSWORD PICTURE x(8) VALUE SPACES.
       01  WS-SCRATCH-LEVEL   PICTURE x VALUE SPACE.
       01  WS-LIST-COUNT      PICTURE 9(4) VALUE ZEROES.
       01  WS-LEVEL-WORD      PICTURE x(13) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           SET WS-DONE-SWITCH TO "N".
           SET WS-OPEN-ERROR-SWITCH TO "N".
           PERFORM 010-CHECK-FIRST-OPERATOR.
           IF WS-FIRST-OPERATOR AND NOT WS-OPEN-ERROR
               PERFORM 020-ADD-FIRST-OPERATOR
           END-IF.
           IF NOT WS-OPEN-ERROR
               MOVE "OPERATOR-MAINT" TO SO-PROGRAM-NAME
               MOVE 3 TO SO-REQUIRED-LEVEL
               CALL "SIGNON" USING SO-SIGNON-REQUEST
               IF SO-SIGNED-ON
                   PERFORM 030-OPEN-OPERATOR-MASTER
                   IF NOT WS-OPEN-ERROR
                       PERFORM UNTIL WS-DONE
                           PERFORM 100-DISPLAY-MENU
                           PERFORM 200-PROCESS-CHOICE
                       END-PERFORM
                       CLOSE OPERATOR-MASTER
                   END-IF
               END-IF
           END-IF.
           GOBACK.

      ******************************************************************
      * The operator file is looked at before anyone signs on: a
      * missing or empty file means this is the first operator.
      ******************************************************************
       010-CHECK-FIRST-OPERATOR.
           SET WS-FIRST-OPERATOR-SWITCH TO "N".
           OPEN INPUT OPERATOR-MASTER.
           IF WS-OPERATOR-STATUS = "35"
               SET WS-FIRST-OPERATOR TO TRUE
           ELSE
               IF WS-OPERATOR-STATUS NOT = "00"
                   DISPLAY "OPERATOR-MAINT: UNABLE TO OPEN "
                       "OPERATOR-MASTER, STATUS " WS-OPERATOR-STATUS
                   SET WS-OPEN-ERROR TO TRUE
               ELSE
                   READ OPERATOR-MASTER NEXT RECORD
                       AT END
                           SET WS-FIRST-OPERATOR TO TRUE
                   END-READ
                   CLOSE OPERATOR-MASTER
               END-IF
           END-IF.

       020-ADD-FIRST-OPERATOR.
           DISPLAY " ".
           DISPLAY "OPERATOR-MAINT: NO OPERATORS ON FILE - THE FIRST "
               "OPERATOR IS ADDED AS AN ADMINISTRATOR".
           PERFORM 030-OPEN-OPERATOR-MASTER.
           IF NOT WS-OPEN-ERROR
               MOVE SPACES TO WS-SEARCH-ID
               PERFORM UNTIL WS-SEARCH-ID NOT = SPACES
                   DISPLAY "Operator ID: " WITH NO ADVANCING
                   ACCEPT WS-SEARCH-ID
               END-PERFORM
               MOVE 3 TO WS-ENTRY-LEVEL
               PERFORM 310-ACCEPT-NEW-OPERATOR
               CLOSE OPERATOR-MASTER
           END-IF.

       030-OPEN-OPERATOR-MASTER.
           OPEN I-O OPERATOR-MASTER.
           IF WS-OPERATOR-STATUS = "35"
               CLOSE OPERATOR-MASTER
               OPEN OUTPUT OPERATOR-MASTER
               CLOSE OPERATOR-MASTER
               OPEN I-O OPERATOR-MASTER
           END-IF.
           IF WS-OPERATOR-STATUS NOT = "00"
               DISPLAY "OPERATOR-MAINT: UNABLE TO OPEN OPERATOR-MASTER,"
                   " STATUS " WS-OPERATOR-STATUS
               SET WS-OPEN-ERROR TO TRUE
           END-IF.

       100-DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "==== OPERATOR MAINTENANCE ====".
           DISPLAY "1. Add operator".
           DISPLAY "2. Change operator".
           DISPLAY "3. Deactivate or reinstate operator".
           DISPLAY "4. List operators".
           DISPLAY "5. Exit".
           DISPLAY "Enter choice: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.

       200-PROCESS-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM 300-ADD-OPERATOR
               WHEN 2
                   PERFORM 400-CHANGE-OPERATOR
               WHEN 3
                   PERFORM 500-TOGGLE-ACTIVE
               WHEN 4
                   PERFORM 600-LIST-OPERATORS
               WHEN 5
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid choice, please try again."
           END-EVALUATE.

       300-ADD-OPERATOR.
           PERFORM 800-ACCEPT-SEARCH-ID.
           MOVE WS-SEARCH-ID TO OP-OPERATOR-ID.
           READ OPERATOR-MASTER
               INVALID KEY
                   PERFORM 320-ACCEPT-LEVEL
                   PERFORM 310-ACCEPT-NEW-OPERATOR
               NOT INVALID KEY
                   DISPLAY "OPERATOR-MAINT: DUPLICATE KEY, ID "
                       WS-SEARCH-ID " ALREADY EXISTS"
           END-READ.

      ******************************************************************
      * Shared by the first-operator path, which sets the level
      * itself, and the menu Add, which asks for it first.
      ******************************************************************
       310-ACCEPT-NEW-OPERATOR.
           MOVE SPACES TO OP-OPERATOR-RECORD.
           MOVE WS-SEARCH-ID TO OP-OPERATOR-ID.
           DISPLAY "Operator name: " WITH NO ADVANCING.
           ACCEPT OP-OPERATOR-NAME.
           PERFORM UNTIL OP-PASSWORD NOT = SPACES
               DISPLAY "Password: " WITH NO ADVANCING
               ACCEPT OP-PASSWORD
               IF OP-PASSWORD = SPACES
                   DISPLAY "Error: password cannot be blank."
               END-IF
           END-PERFORM.
           MOVE WS-ENTRY-LEVEL TO OP-LEVEL.
           MOVE "Y" TO OP-ACTIVE-FLAG.
           MOVE ZERO TO OP-FAILED-COUNT.
           MOVE SPACES TO OP-LAST-SIGNON.
           WRITE OP-OPERATOR-RECORD
               INVALID KEY
                   DISPLAY "OPERATOR-MAINT: DUPLICATE KEY, ID "
                       OP-OPERATOR-ID " ALREADY EXISTS"
               NOT INVALID KEY
                   DISPLAY "OPERATOR-MAINT: OPERATOR ADDED"
           END-WRITE.

       320-ACCEPT-LEVEL.
           MOVE ZERO TO WS-ENTRY-LEVEL.
           PERFORM UNTIL WS-ENTRY-LEVEL >= 1 AND WS-ENTRY-LEVEL <= 3
               DISPLAY "Level (1=clerk 2=registrar 3=administrator): "
                   WITH NO ADVANCING
               ACCEPT WS-ENTRY-LEVEL
               IF WS-ENTRY-LEVEL < 1 OR WS-ENTRY-LEVEL > 3
                   DISPLAY "Error: level must be 1, 2 or 3."
               END-IF
           END-PERFORM.

      ******************************************************************
      * Blank keeps the current value, the convention of the other
      * maintenance screens. The signed-on administrator's own level
      * is not offered for change.
      ******************************************************************
       400-CHANGE-OPERATOR.
           PERFORM 800-ACCEPT-SEARCH-ID.
           MOVE WS-SEARCH-ID TO OP-OPERATOR-ID.
           READ OPERATOR-MASTER
               INVALID KEY
                   DISPLAY "OPERATOR-MAINT: RECORD NOT FOUND, ID "
                       WS-SEARCH-ID
               NOT INVALID KEY
                   PERFORM 410-ACCEPT-CHANGES
                   REWRITE OP-OPERATOR-RECORD
                   DISPLAY "OPERATOR-MAINT: RECORD CHANGED"
           END-READ.

       410-ACCEPT-CHANGES.
           DISPLAY "Operator name [" OP-OPERATOR-NAME "]: "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-SCRATCH-NAME.
           ACCEPT WS-SCRATCH-NAME.
           IF WS-SCRATCH-NAME NOT = SPACES
               MOVE WS-SCRATCH-NAME TO OP-OPERATOR-NAME
           END-IF.
           DISPLAY "New password (blank keeps): " WITH NO ADVANCING.
           MOVE SPACES TO WS-SCRATCH-PASSWORD.
           ACCEPT WS-SCRATCH-PASSWORD.
           IF WS-SCRATCH-PASSWORD NOT = SPACES
               MOVE WS-SCRATCH-PASSWORD TO OP-PASSWORD
           END-IF.
           IF OP-OPERATOR-ID = SO-OPERATOR-ID
               DISPLAY "Own level not changed here [" OP-LEVEL "]"
           ELSE
               DISPLAY "Level [" OP-LEVEL "] (1/2/3): "
                   WITH NO ADVANCING
               MOVE SPACE TO WS-SCRATCH-LEVEL
               ACCEPT WS-SCRATCH-LEVEL
               IF WS-SCRATCH-LEVEL NOT = SPACE
                   IF WS-SCRATCH-LEVEL = "1" OR WS-SCRATCH-LEVEL = "2"
                           OR WS-SCRATCH-LEVEL = "3"
                       MOVE WS-SCRATCH-LEVEL TO OP-LEVEL
                   ELSE
                       DISPLAY "Error: level must be 1, 2 or 3, "
                           "keeping " OP-LEVEL
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Reinstating clears the run of wrong passwords that may have
      * locked the operator out in the first place.
      ******************************************************************
       500-TOGGLE-ACTIVE.
           PERFORM 800-ACCEPT-SEARCH-ID.
           MOVE WS-SEARCH-ID TO OP-OPERATOR-ID.
           READ OPERATOR-MASTER
               INVALID KEY
                   DISPLAY "OPERATOR-MAINT: RECORD NOT FOUND, ID "
                       WS-SEARCH-ID
               NOT INVALID KEY
                   IF OP-OPERATOR-ID = SO-OPERATOR-ID
                       DISPLAY "OPERATOR-MAINT: CANNOT DEACTIVATE "
                           "YOURSELF"
                   ELSE
                       IF OP-OPERATOR-ACTIVE
                           MOVE "N" TO OP-ACTIVE-FLAG
                           REWRITE OP-OPERATOR-RECORD
                           DISPLAY "OPERATOR-MAINT: OPERATOR "
                               "DEACTIVATED"
                       ELSE
                           MOVE "Y" TO OP-ACTIVE-FLAG
                           MOVE ZERO TO OP-FAILED-COUNT
                           REWRITE OP-OPERATOR-RECORD
                           DISPLAY "OPERATOR-MAINT: OPERATOR "
                               "REINSTATED"
                       END-IF
                   END-IF
           END-READ.

       600-LIST-OPERATORS.
           MOVE ZEROES TO WS-LIST-COUNT.
           MOVE LOW-VALUES TO OP-OPERATOR-ID.
           SET WS-EOF-SWITCH TO "N".
           START OPERATOR-MASTER KEY IS NOT LESS THAN OP-OPERATOR-ID
               INVALID KEY
                   SET WS-END-OF-OPERATORS TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-OPERATORS
               READ OPERATOR-MASTER NEXT RECORD
                   AT END
                       SET WS-END-OF-OPERATORS TO TRUE
               END-READ
               IF NOT WS-END-OF-OPERATORS
                   ADD 1 TO WS-LIST-COUNT
                   EVALUATE TRUE
                       WHEN OP-LEVEL-ADMINISTRATOR
                           MOVE "ADMINISTRATOR" TO WS-LEVEL-WORD
                       WHEN OP-LEVEL-REGISTRAR
                           MOVE "REGISTRAR" TO WS-LEVEL-WORD
                       WHEN OTHER
                           MOVE "CLERK" TO WS-LEVEL-WORD
                   END-EVALUATE
                   DISPLAY OP-OPERATOR-ID " " OP-OPERATOR-NAME " "
                       WS-LEVEL-WORD " ACTIVE " OP-ACTIVE-FLAG
                       " LAST ON " OP-LAST-SIGNON (1:12)
               END-IF
           END-PERFORM.
           DISPLAY "OPERATOR-MAINT: " WS-LIST-COUNT " OPERATORS".

       800-ACCEPT-SEARCH-ID.
           MOVE SPACES TO WS-SEARCH-ID.
           DISPLAY "Operator ID: " WITH NO ADVANCING.
           ACCEPT WS-SEARCH-ID.
