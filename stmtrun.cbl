      ******************************************************************
      * Monthly account statement run
      * Walks the student ledger LEDGER.DAT in account order and
      * prints one statement page per student to STATEMNT.RPT for the
      * month named by STMT-MONTH (YYYYMM) on BATCHPRM.DAT. Each page
      * carries the same mailing address block TUITINV puts on the
      * invoice (MAIL record off ADDRESS-FILE preferred, embedded
      * PM-THEADDRESS as fallback), the balance brought forward from
      * everything posted before the month, a line per invoice,
      * payment and adjustment dated in the month, and the balance
      * due at month end - shown CR when the family has paid ahead.
      * Entries dated after the month are left for next month's run.
      * A student with no activity in the month and nothing owing
      * gets no statement. An account whose PERSON-ID is no longer on
      * PERSON-MASTER has nowhere to be mailed and is listed on the
      * console for the bursar instead.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STMTRUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-LEDGER ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LG-LEDGER-KEY
               FILE STATUS IS WS-LEDGER-STATUS.

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

           SELECT STATEMENT-FILE ASSIGN TO "STATEMNT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-LEDGER.
           COPY LEDGREC REPLACING ==:PFX:== BY ==LG-==.

       FD  PERSON-MASTER.
           COPY PERSONREC REPLACING ==:PFX:== BY ==PM-==.

       FD  ADDRESS-FILE.
           COPY ADDRESSREC REPLACING ==:PFX:== BY ==AF-==.

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE       PICTURE x(72).

       WORKING-STORAGE SECTION.
       01  WS-LEDGER-STATUS     PICTURE xx VALUE "00".
       01  WS-MASTER-STATUS     PICTURE xx VALUE "00".
       01  WS-ADDRESS-STATUS    PICTURE xx VALUE "00".
       01  WS-STATEMENT-STATUS  PICTURE xx VALUE "00".
       01  WS-EOF-SWITCH        PICTURE x VALUE "N".
           88  WS-END-OF-LEDGER     VALUE "Y".
       01  WS-ADDRESS-FILE-OK-SWITCH PICTURE x VALUE "N".
           88  WS-ADDRESS-FILE-OK     VALUE "Y".
       01  WS-FIRST-PAGE-SWITCH PICTURE x VALUE "Y".
           88  WS-FIRST-PAGE        VALUE "Y".
       01  WS-STARTED-SWITCH    PICTURE x VALUE "N".
           88  WS-STATEMENT-STARTED VALUE "Y".
       01  WS-ON-MASTER-SWITCH  PICTURE x VALUE "N".
           88  WS-ON-MASTER         VALUE "Y".
       01  WS-STMT-MONTH        PICTURE 9(6) VALUE ZEROES.
       01  WS-MONTH-START       PICTURE 9(8) VALUE ZEROES.
       01  WS-MONTH-END         PICTURE 9(8) VALUE ZEROES.
       01  WS-CURRENT-PERSON    PICTURE 9(6) VALUE ZEROES.
       01  WS-OPENING-BALANCE   PICTURE S9(9)V99 VALUE ZEROES.
       01  WS-CLOSING-BALANCE   PICTURE S9(9)V99 VALUE ZEROES.
       01  WS-MONTH-CHARGES     PICTURE 9(9)V99 VALUE ZEROES.
       01  WS-MONTH-CREDITS     PICTURE 9(9)V99 VALUE ZEROES.
       01  WS-BALANCE-ED        PICTURE ZZZZZZZZ9.99CR.
       01  WS-AMOUNT-ED         PICTURE ZZZZZZZZ9.99.
       01  WS-STATEMENTS-PRINTED PICTURE 9(5) VALUE ZEROES.
       01  WS-NOT-ON-MASTER     PICTURE 9(5) VALUE ZEROES.
       01  WS-TOTAL-DUE         PICTURE S9(9)V99 VALUE ZEROES.
       01  WS-STATEMENT-ADDRESS.
           05  WS-STM-ADDRESS1  PICTURE x(20) VALUE SPACES.
           05  WS-STM-ADDRESS2  PICTURE x(20) VALUE SPACES.
           05  WS-STM-CITY      PICTURE x(20) VALUE SPACES.
       01  WS-DETAIL-LINE.
           05  WS-DET-DATE      PICTURE 9(8).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-DET-DESCRIPTION PICTURE x(20).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-DET-REFERENCE PICTURE x(10).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-DET-CHARGE    PICTURE ZZZZZZ9.99 BLANK WHEN ZERO.
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-DET-CREDIT    PICTURE ZZZZZZ9.99 BLANK WHEN ZERO.
           COPY PARMRQ REPLACING ==:PFX:== BY ==PR-==.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 100-INITIALIZE.
           PERFORM 200-PROCESS-ACCOUNT UNTIL WS-END-OF-LEDGER.
           PERFORM 900-TERMINATE.
           STOP RUN.

      ******************************************************************
      * The statement month comes from the shared parameter file like
      * TERMCLS's CLOSE-TERM; missing or non-numeric aborts before a
      * page is printed.
      ******************************************************************
       100-INITIALIZE.
           MOVE "STMT-MONTH" TO PR-KEYWORD.
           CALL "PARMGET" USING PR-PARM-REQUEST.
           IF NOT PR-PARM-FOUND OR PR-PARM-VALUE (1:6) NOT NUMERIC
               DISPLAY "STMTRUN: STMT-MONTH MISSING OR NOT NUMERIC "
                   "ON BATCHPRM.DAT, RUN ABORTED"
               STOP RUN
           END-IF.
           MOVE PR-PARM-VALUE (1:6) TO WS-STMT-MONTH.
           IF WS-STMT-MONTH (5:2) < "01" OR WS-STMT-MONTH (5:2) > "12"
               DISPLAY "STMTRUN: STMT-MONTH " WS-STMT-MONTH
                   " IS NOT A VALID YYYYMM, RUN ABORTED"
               STOP RUN
           END-IF.
           COMPUTE WS-MONTH-START = WS-STMT-MONTH * 100 + 1.
           COMPUTE WS-MONTH-END = WS-STMT-MONTH * 100 + 31.
           DISPLAY "STMTRUN: STATEMENT MONTH " WS-STMT-MONTH
               " (FROM BATCHPRM.DAT)".
           OPEN INPUT STUDENT-LEDGER.
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "STMTRUN: UNABLE TO OPEN STUDENT-LEDGER, STATUS "
                   WS-LEDGER-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT PERSON-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "STMTRUN: UNABLE TO OPEN PERSON-MASTER, STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT ADDRESS-FILE.
           IF WS-ADDRESS-STATUS = "00"
               SET WS-ADDRESS-FILE-OK TO TRUE
           END-IF.
           OPEN OUTPUT STATEMENT-FILE.
           IF WS-STATEMENT-STATUS NOT = "00"
               DISPLAY "STMTRUN: UNABLE TO OPEN STATEMENT-FILE, STATUS "
                   WS-STATEMENT-STATUS
               STOP RUN
           END-IF.
           PERFORM 110-READ-LEDGER.

       110-READ-LEDGER.
           READ STUDENT-LEDGER NEXT RECORD
               AT END
                   SET WS-END-OF-LEDGER TO TRUE
           END-READ.

      ******************************************************************
      * One pass per account. Entries before the month roll into the
      * brought-forward balance; the first entry inside the month
      * starts the page (the brought-forward figure is final by then
      * because the ledger reads in date order).
      ******************************************************************
       200-PROCESS-ACCOUNT.
           MOVE LG-KEY-PERSON-ID TO WS-CURRENT-PERSON.
           MOVE ZEROES TO WS-OPENING-BALANCE.
           MOVE ZEROES TO WS-MONTH-CHARGES.
           MOVE ZEROES TO WS-MONTH-CREDITS.
           SET WS-STARTED-SWITCH TO "N".
           PERFORM 210-ACCUMULATE-ENTRY
               UNTIL WS-END-OF-LEDGER OR
                   LG-KEY-PERSON-ID NOT = WS-CURRENT-PERSON.
           PERFORM 500-FINISH-STATEMENT.

       210-ACCUMULATE-ENTRY.
           EVALUATE TRUE
               WHEN LG-KEY-POST-DATE < WS-MONTH-START
                   IF LG-ENTRY-IS-CHARGE
                       ADD LG-AMOUNT TO WS-OPENING-BALANCE
                   ELSE
                       SUBTRACT LG-AMOUNT FROM WS-OPENING-BALANCE
                   END-IF
               WHEN LG-KEY-POST-DATE <= WS-MONTH-END
                   IF NOT WS-STATEMENT-STARTED
                       PERFORM 300-START-STATEMENT
                   END-IF
                   IF WS-ON-MASTER
                       PERFORM 400-WRITE-ENTRY-LINE
                   END-IF
                   IF LG-ENTRY-IS-CHARGE
                       ADD LG-AMOUNT TO WS-MONTH-CHARGES
                   ELSE
                       ADD LG-AMOUNT TO WS-MONTH-CREDITS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 110-READ-LEDGER.

       300-START-STATEMENT.
           SET WS-STATEMENT-STARTED TO TRUE.
           SET WS-ON-MASTER-SWITCH TO "N".
           MOVE WS-CURRENT-PERSON TO PM-PERSON-ID.
           READ PERSON-MASTER
               INVALID KEY
                   ADD 1 TO WS-NOT-ON-MASTER
                   DISPLAY "STMTRUN: ACCOUNT " WS-CURRENT-PERSON
                       " NOT ON PERSON-MASTER - NO STATEMENT MAILED"
               NOT INVALID KEY
                   SET WS-ON-MASTER TO TRUE
           END-READ.
           IF WS-ON-MASTER
               PERFORM 310-SELECT-MAILING-ADDRESS
               PERFORM 320-WRITE-PAGE-HEADING
           END-IF.

      ******************************************************************
      * Same selection TUITINV 300-SELECT-MAILING-ADDRESS makes, so
      * the statement goes where the invoice went.
      ******************************************************************
       310-SELECT-MAILING-ADDRESS.
           MOVE PM-ADDRESS1 TO WS-STM-ADDRESS1.
           MOVE PM-ADDRESS2 TO WS-STM-ADDRESS2.
           MOVE PM-CITY     TO WS-STM-CITY.
           IF WS-ADDRESS-FILE-OK
               MOVE PM-PERSON-ID TO AF-KEY-PERSON-ID
               MOVE "MAIL" TO AF-KEY-ADDRESS-TYPE
               READ ADDRESS-FILE
                   NOT INVALID KEY
                       MOVE AF-ADDRESS1 TO WS-STM-ADDRESS1
                       MOVE AF-ADDRESS2 TO WS-STM-ADDRESS2
                       MOVE AF-CITY     TO WS-STM-CITY
               END-READ
           END-IF.

       320-WRITE-PAGE-HEADING.
           IF WS-FIRST-PAGE
               MOVE WS-STM-ADDRESS1 TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               SET WS-FIRST-PAGE-SWITCH TO "N"
           ELSE
               MOVE WS-STM-ADDRESS1 TO STATEMENT-LINE
               WRITE STATEMENT-LINE AFTER ADVANCING PAGE
           END-IF.
           IF WS-STM-ADDRESS2 NOT = SPACES
               MOVE WS-STM-ADDRESS2 TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.
           MOVE WS-STM-CITY TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "STATEMENT OF ACCOUNT FOR " DELIMITED BY SIZE
               WS-STMT-MONTH DELIMITED BY SIZE
               INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "STUDENT: " DELIMITED BY SIZE
               PM-PERSON-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PM-FIRST-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PM-LAST-NAME DELIMITED BY SIZE
               INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           MOVE "DATE" TO STATEMENT-LINE (1:4).
           MOVE "DESCRIPTION" TO STATEMENT-LINE (10:11).
           MOVE "REFERENCE" TO STATEMENT-LINE (31:9).
           MOVE "CHARGES" TO STATEMENT-LINE (45:7).
           MOVE "PAYMENTS" TO STATEMENT-LINE (55:8).
           WRITE STATEMENT-LINE.
           MOVE WS-OPENING-BALANCE TO WS-BALANCE-ED.
           MOVE SPACES TO STATEMENT-LINE.
           MOVE "BALANCE BROUGHT FORWARD" TO STATEMENT-LINE (10:23).
           MOVE WS-BALANCE-ED TO STATEMENT-LINE (40:14).
           WRITE STATEMENT-LINE.

       400-WRITE-ENTRY-LINE.
           MOVE LG-KEY-POST-DATE TO WS-DET-DATE.
           MOVE LG-DESCRIPTION TO WS-DET-DESCRIPTION.
           MOVE LG-REFERENCE TO WS-DET-REFERENCE.
           MOVE ZEROES TO WS-DET-CHARGE.
           MOVE ZEROES TO WS-DET-CREDIT.
           IF LG-ENTRY-IS-CHARGE
               MOVE LG-AMOUNT TO WS-DET-CHARGE
           ELSE
               MOVE LG-AMOUNT TO WS-DET-CREDIT
           END-IF.
           MOVE WS-DETAIL-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

      ******************************************************************
      * An account with no entries in the month still gets a page when
      * it carries a balance, so a family that has stopped paying keeps
      * hearing about it.
      ******************************************************************
       500-FINISH-STATEMENT.
           COMPUTE WS-CLOSING-BALANCE = WS-OPENING-BALANCE
               + WS-MONTH-CHARGES - WS-MONTH-CREDITS.
           IF NOT WS-STATEMENT-STARTED AND WS-OPENING-BALANCE NOT = 0
               PERFORM 300-START-STATEMENT
               IF WS-ON-MASTER
                   MOVE "NO ACTIVITY THIS MONTH" TO STATEMENT-LINE
                   WRITE STATEMENT-LINE
               END-IF
           END-IF.
           IF WS-STATEMENT-STARTED AND WS-ON-MASTER
               MOVE SPACES TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE WS-MONTH-CHARGES TO WS-AMOUNT-ED
               MOVE SPACES TO STATEMENT-LINE
               STRING "CHARGES THIS MONTH:  " DELIMITED BY SIZE
                   WS-AMOUNT-ED DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE WS-MONTH-CREDITS TO WS-AMOUNT-ED
               MOVE SPACES TO STATEMENT-LINE
               STRING "PAYMENTS/CREDITS:    " DELIMITED BY SIZE
                   WS-AMOUNT-ED DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE WS-CLOSING-BALANCE TO WS-BALANCE-ED
               MOVE SPACES TO STATEMENT-LINE
               STRING "BALANCE DUE:         " DELIMITED BY SIZE
                   WS-BALANCE-ED DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               ADD 1 TO WS-STATEMENTS-PRINTED
               ADD WS-CLOSING-BALANCE TO WS-TOTAL-DUE
           END-IF.

       900-TERMINATE.
           CLOSE STUDENT-LEDGER.
           CLOSE PERSON-MASTER.
           IF WS-ADDRESS-FILE-OK
               CLOSE ADDRESS-FILE
           END-IF.
           CLOSE STATEMENT-FILE.
           MOVE WS-TOTAL-DUE TO WS-BALANCE-ED.
           DISPLAY "STMTRUN: STATEMENTS PRINTED " WS-STATEMENTS-PRINTED.
           DISPLAY "STMTRUN: NOT ON MASTER      " WS-NOT-ON-MASTER.
           DISPLAY "STMTRUN: TOTAL BALANCE DUE  " WS-BALANCE-ED.
