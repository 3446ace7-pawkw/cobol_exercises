      ******************************************************************
      * Accounts receivable aging report
      * Walks the student ledger LEDGER.DAT and prints one line per
      * student account with money owing as of the AGING-DATE
      * (YYYYMMDD) on BATCHPRM.DAT, split into the buckets finance
      * works from: 0-30, 31-60, 61-90 and over 90 days since the
      * charge was posted. Payments and credit adjustments are applied
      * to the oldest open charges first, so what is left in the old
      * buckets is genuinely old money. An account paid ahead shows
      * its credit in the balance column with nothing aged. Entries
      * dated after the aging date are not counted, so the report can
      * be re-run for a past month end. Bucket and balance totals for
      * finance close the report, echoed on the console.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGINGRPT.

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

           SELECT AGING-REPORT ASSIGN TO "AGING.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-LEDGER.
           COPY LEDGREC REPLACING ==:PFX:== BY ==LG-==.

       FD  PERSON-MASTER.
           COPY PERSONREC REPLACING ==:PFX:== BY ==PM-==.

       FD  AGING-REPORT.
       01  AGING-LINE           PICTURE x(90).

       WORKING-STORAGE SECTION.
       01  WS-LEDGER-STATUS     PICTURE xx VALUE "00".
       01  WS-MASTER-STATUS     PICTURE xx VALUE "00".
       01  WS-REPORT-STATUS     PICTURE xx VALUE "00".
       01  WS-EOF-SWITCH        PICTURE x VALUE "N".
           88  WS-END-OF-LEDGER     VALUE "Y".
       01  WS-AGING-DATE        PICTURE 9(8) VALUE ZEROES.
       01  WS-AGING-DAY-NUMBER  PICTURE 9(7) VALUE ZEROES.
       01  WS-DAYS-OLD          PICTURE S9(7) VALUE ZEROES.
       01  WS-CURRENT-PERSON    PICTURE 9(6) VALUE ZEROES.
       01  WS-UNAPPLIED-CREDIT  PICTURE 9(9)V99 VALUE ZEROES.
       01  WS-BALANCE           PICTURE S9(9)V99 VALUE ZEROES.
       01  WS-CHARGE-COUNT      PICTURE 999 VALUE ZEROES.
       01  WS-SUBSCRIPT         PICTURE 999 VALUE ZEROES.
      * Open charges for the account in hand, oldest first (the
      * ledger reads in date order). A run of more charges than the
      * table holds folds the newest into the last slot, which keeps
      * the balance right at the cost of aging them together.
       01  WS-CHARGE-TABLE.
           05  WS-CHARGE-ENTRY OCCURS 200 TIMES.
               10  WS-CHG-DATE      PICTURE 9(8).
               10  WS-CHG-OPEN      PICTURE 9(7)V99.
       01  WS-BUCKETS.
           05  WS-BUCKET-AMOUNT PICTURE 9(9)V99 OCCURS 4 TIMES.
       01  WS-TOTAL-BUCKETS.
           05  WS-TOTAL-BUCKET  PICTURE 9(9)V99 OCCURS 4 TIMES.
       01  WS-TOTAL-BALANCE     PICTURE S9(9)V99 VALUE ZEROES.
       01  WS-BUCKET-NUMBER     PICTURE 9 VALUE ZERO.
       01  WS-ACCOUNTS-LISTED   PICTURE 9(5) VALUE ZEROES.
       01  WS-TOTAL-ED          PICTURE ZZZZZZZZ9.99.
       01  WS-BALANCE-TOTAL-ED  PICTURE ZZZZZZZZ9.99CR.
       01  WS-DETAIL-LINE.
           05  WS-DET-PERSON-ID PICTURE 9(6).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-DET-FIRST-NAME PICTURE x(10).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-DET-LAST-NAME PICTURE x(10).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-DET-BUCKET    PICTURE ZZZZZZ9.99 OCCURS 4 TIMES.
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-DET-BALANCE   PICTURE ZZZZZZ9.99CR.
           COPY PARMRQ REPLACING ==:PFX:== BY ==PR-==.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 100-INITIALIZE.
           PERFORM 200-AGE-ACCOUNT UNTIL WS-END-OF-LEDGER.
           PERFORM 900-TERMINATE.
           STOP RUN.

       100-INITIALIZE.
           MOVE "AGING-DATE" TO PR-KEYWORD.
           CALL "PARMGET" USING PR-PARM-REQUEST.
           IF NOT PR-PARM-FOUND OR PR-PARM-VALUE NOT NUMERIC
               DISPLAY "AGINGRPT: AGING-DATE MISSING OR NOT NUMERIC "
                   "ON BATCHPRM.DAT, RUN ABORTED"
               STOP RUN
           END-IF.
           MOVE PR-PARM-VALUE TO WS-AGING-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-AGING-DATE) NOT = 0
               DISPLAY "AGINGRPT: AGING-DATE " WS-AGING-DATE
                   " IS NOT A VALID DATE, RUN ABORTED"
               STOP RUN
           END-IF.
           COMPUTE WS-AGING-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-AGING-DATE).
           DISPLAY "AGINGRPT: AGING AS OF " WS-AGING-DATE
               " (FROM BATCHPRM.DAT)".
           MOVE ZEROES TO WS-TOTAL-BUCKETS.
           OPEN INPUT STUDENT-LEDGER.
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "AGINGRPT: UNABLE TO OPEN STUDENT-LEDGER, "
                   "STATUS " WS-LEDGER-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT PERSON-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "AGINGRPT: UNABLE TO OPEN PERSON-MASTER, STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT AGING-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "AGINGRPT: UNABLE TO OPEN AGING-REPORT, STATUS "
                   WS-REPORT-STATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO AGING-LINE.
           STRING "STUDENT ACCOUNTS AGING AS OF " DELIMITED BY SIZE
               WS-AGING-DATE DELIMITED BY SIZE
               INTO AGING-LINE.
           WRITE AGING-LINE.
           MOVE SPACES TO AGING-LINE.
           WRITE AGING-LINE.
           MOVE SPACES TO AGING-LINE.
           MOVE "ID" TO AGING-LINE (1:2).
           MOVE "NAME" TO AGING-LINE (8:4).
           MOVE "0-30" TO AGING-LINE (36:4).
           MOVE "31-60" TO AGING-LINE (45:5).
           MOVE "61-90" TO AGING-LINE (55:5).
           MOVE "OVER 90" TO AGING-LINE (63:7).
           MOVE "BALANCE" TO AGING-LINE (74:7).
           WRITE AGING-LINE.
           PERFORM 110-READ-LEDGER.

       110-READ-LEDGER.
           READ STUDENT-LEDGER NEXT RECORD
               AT END
                   SET WS-END-OF-LEDGER TO TRUE
           END-READ.

       200-AGE-ACCOUNT.
           MOVE LG-KEY-PERSON-ID TO WS-CURRENT-PERSON.
           MOVE ZEROES TO WS-CHARGE-COUNT.
           MOVE ZEROES TO WS-UNAPPLIED-CREDIT.
           MOVE ZEROES TO WS-BUCKETS.
           PERFORM 210-COLLECT-ENTRY
               UNTIL WS-END-OF-LEDGER OR
                   LG-KEY-PERSON-ID NOT = WS-CURRENT-PERSON.
           PERFORM 300-APPLY-CREDITS
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-CHARGE-COUNT.
           PERFORM 400-BUCKET-CHARGE
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-CHARGE-COUNT.
           COMPUTE WS-BALANCE = WS-BUCKET-AMOUNT (1)
               + WS-BUCKET-AMOUNT (2) + WS-BUCKET-AMOUNT (3)
               + WS-BUCKET-AMOUNT (4) - WS-UNAPPLIED-CREDIT.
           IF WS-BALANCE NOT = 0
               PERFORM 500-WRITE-ACCOUNT-LINE
           END-IF.

       210-COLLECT-ENTRY.
           IF LG-KEY-POST-DATE NOT > WS-AGING-DATE
               IF LG-ENTRY-IS-CHARGE
                   IF WS-CHARGE-COUNT < 200
                       ADD 1 TO WS-CHARGE-COUNT
                       MOVE LG-KEY-POST-DATE
                           TO WS-CHG-DATE (WS-CHARGE-COUNT)
                       MOVE LG-AMOUNT TO WS-CHG-OPEN (WS-CHARGE-COUNT)
                   ELSE
                       ADD LG-AMOUNT TO WS-CHG-OPEN (WS-CHARGE-COUNT)
                   END-IF
               ELSE
                   ADD LG-AMOUNT TO WS-UNAPPLIED-CREDIT
               END-IF
           END-IF.
           PERFORM 110-READ-LEDGER.

      ******************************************************************
      * Oldest charge first: each soaks up as much of the remaining
      * credit as it can.
      ******************************************************************
       300-APPLY-CREDITS.
           IF WS-UNAPPLIED-CREDIT > 0
               IF WS-UNAPPLIED-CREDIT NOT < WS-CHG-OPEN (WS-SUBSCRIPT)
                   SUBTRACT WS-CHG-OPEN (WS-SUBSCRIPT)
                       FROM WS-UNAPPLIED-CREDIT
                   MOVE ZEROES TO WS-CHG-OPEN (WS-SUBSCRIPT)
               ELSE
                   SUBTRACT WS-UNAPPLIED-CREDIT
                       FROM WS-CHG-OPEN (WS-SUBSCRIPT)
                   MOVE ZEROES TO WS-UNAPPLIED-CREDIT
               END-IF
           END-IF.

       400-BUCKET-CHARGE.
           IF WS-CHG-OPEN (WS-SUBSCRIPT) > 0
               COMPUTE WS-DAYS-OLD = WS-AGING-DAY-NUMBER -
                   FUNCTION INTEGER-OF-DATE (WS-CHG-DATE (WS-SUBSCRIPT))
               EVALUATE TRUE
                   WHEN WS-DAYS-OLD NOT > 30
                       MOVE 1 TO WS-BUCKET-NUMBER
                   WHEN WS-DAYS-OLD NOT > 60
                       MOVE 2 TO WS-BUCKET-NUMBER
                   WHEN WS-DAYS-OLD NOT > 90
                       MOVE 3 TO WS-BUCKET-NUMBER
                   WHEN OTHER
                       MOVE 4 TO WS-BUCKET-NUMBER
               END-EVALUATE
               ADD WS-CHG-OPEN (WS-SUBSCRIPT)
                   TO WS-BUCKET-AMOUNT (WS-BUCKET-NUMBER)
           END-IF.

       500-WRITE-ACCOUNT-LINE.
           MOVE WS-CURRENT-PERSON TO WS-DET-PERSON-ID.
           MOVE WS-CURRENT-PERSON TO PM-PERSON-ID.
           READ PERSON-MASTER
               INVALID KEY
                   MOVE "NOT ON" TO WS-DET-FIRST-NAME
                   MOVE "MASTER" TO WS-DET-LAST-NAME
               NOT INVALID KEY
                   MOVE PM-FIRST-NAME TO WS-DET-FIRST-NAME
                   MOVE PM-LAST-NAME TO WS-DET-LAST-NAME
           END-READ.
           PERFORM 510-MOVE-BUCKET
               VARYING WS-BUCKET-NUMBER FROM 1 BY 1
               UNTIL WS-BUCKET-NUMBER > 4.
           MOVE WS-BALANCE TO WS-DET-BALANCE.
           MOVE WS-DETAIL-LINE TO AGING-LINE.
           WRITE AGING-LINE.
           ADD WS-BALANCE TO WS-TOTAL-BALANCE.
           ADD 1 TO WS-ACCOUNTS-LISTED.

       510-MOVE-BUCKET.
           MOVE WS-BUCKET-AMOUNT (WS-BUCKET-NUMBER)
               TO WS-DET-BUCKET (WS-BUCKET-NUMBER).
           ADD WS-BUCKET-AMOUNT (WS-BUCKET-NUMBER)
               TO WS-TOTAL-BUCKET (WS-BUCKET-NUMBER).

      ******************************************************************
      * Bucket totals for finance at the foot of the report, plus the
      * same figures on the console for the overnight log.
      ******************************************************************
       900-TERMINATE.
           MOVE SPACES TO AGING-LINE.
           WRITE AGING-LINE.
           MOVE "TOTALS FOR FINANCE" TO AGING-LINE.
           WRITE AGING-LINE.
           MOVE WS-TOTAL-BUCKET (1) TO WS-TOTAL-ED.
           MOVE SPACES TO AGING-LINE.
           STRING "0-30 DAYS:     " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE INTO AGING-LINE.
           WRITE AGING-LINE.
           DISPLAY "AGINGRPT: 0-30 DAYS      " WS-TOTAL-ED.
           MOVE WS-TOTAL-BUCKET (2) TO WS-TOTAL-ED.
           MOVE SPACES TO AGING-LINE.
           STRING "31-60 DAYS:    " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE INTO AGING-LINE.
           WRITE AGING-LINE.
           DISPLAY "AGINGRPT: 31-60 DAYS     " WS-TOTAL-ED.
           MOVE WS-TOTAL-BUCKET (3) TO WS-TOTAL-ED.
           MOVE SPACES TO AGING-LINE.
           STRING "61-90 DAYS:    " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE INTO AGING-LINE.
           WRITE AGING-LINE.
           DISPLAY "AGINGRPT: 61-90 DAYS     " WS-TOTAL-ED.
           MOVE WS-TOTAL-BUCKET (4) TO WS-TOTAL-ED.
           MOVE SPACES TO AGING-LINE.
           STRING "OVER 90 DAYS:  " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE INTO AGING-LINE.
           WRITE AGING-LINE.
           DISPLAY "AGINGRPT: OVER 90 DAYS   " WS-TOTAL-ED.
           MOVE WS-TOTAL-BALANCE TO WS-BALANCE-TOTAL-ED.
           MOVE SPACES TO AGING-LINE.
           STRING "NET BALANCE: " DELIMITED BY SIZE
               WS-BALANCE-TOTAL-ED DELIMITED BY SIZE INTO AGING-LINE.
           WRITE AGING-LINE.
           DISPLAY "AGINGRPT: NET BALANCE  " WS-BALANCE-TOTAL-ED.
           DISPLAY "AGINGRPT: ACCOUNTS LISTED " WS-ACCOUNTS-LISTED.
           CLOSE STUDENT-LEDGER.
           CLOSE PERSON-MASTER.
           CLOSE AGING-REPORT.
