      ******************************************************************
      * Receipts posting batch
      * Reads the bursar's receipts file RECEIPTS.DAT and posts each
      * payment or adjustment to the student's account on LEDGER.DAT,
      * the ledger TUITINV writes its invoices to. One line per
      * receipt: PERSON-ID, entry type (P payment, C credit
      * adjustment, D debit adjustment), receipt date, amount with two
      * implied decimals, and the bursar's receipt number. The entry
      * is dated the receipt date, not the run date, so aging counts
      * from when the money actually came in. Rejected lines (unknown
      * type, bad amount or date, a student with no account on the
      * ledger, a receipt number already posted for that student and
      * day) each get a line on RCPTERR.RPT, with read/posted/rejected
      * totals displayed at end of run like GRADEPST prints. The
      * duplicate check is what makes a re-run of the same receipts
      * file safe.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCPTPST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIPT-INPUT ASSIGN TO "RECEIPTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT STUDENT-LEDGER ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-LEDGER-KEY
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT ERROR-REPORT ASSIGN TO "RCPTERR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEIPT-INPUT.
       01  RECEIPT-TRANSACTION.
           05  RP-PERSON-ID     PICTURE 9(6).
           05  RP-ENTRY-TYPE    PICTURE x.
           05  RP-RECEIPT-DATE  PICTURE 9(8).
           05  RP-AMOUNT        PICTURE 9(7)V99.
           05  RP-REFERENCE     PICTURE x(10).

       FD  STUDENT-LEDGER.
           COPY LEDGREC REPLACING ==:PFX:== BY ==LG-==.

       FD  ERROR-REPORT.
       01  ERROR-REPORT-LINE.
           05  ER-PERSON-ID     PICTURE 9(6).
           05  FILLER           PICTURE x VALUE SPACE.
           05  ER-ENTRY-TYPE    PICTURE x.
           05  FILLER           PICTURE x VALUE SPACE.
           05  ER-RECEIPT-DATE  PICTURE x(8).
           05  FILLER           PICTURE x VALUE SPACE.
           05  ER-REFERENCE     PICTURE x(10).
           05  FILLER           PICTURE x VALUE SPACE.
           05  ER-REASON        PICTURE x(30).

       WORKING-STORAGE SECTION.
       01  WS-INPUT-STATUS      PICTURE xx VALUE "00".
       01  WS-LEDGER-STATUS     PICTURE xx VALUE "00".
       01  WS-REPORT-STATUS     PICTURE xx VALUE "00".
       01  WS-EOF-SWITCH        PICTURE x VALUE "N".
           88  WS-END-OF-INPUT      VALUE "Y".
       01  WS-LEDGER-SCAN-SWITCH PICTURE x VALUE "N".
           88  WS-END-OF-LEDGER-SCAN VALUE "Y".
       01  WS-ACCOUNT-FOUND-SWITCH PICTURE x VALUE "N".
           88  WS-ACCOUNT-FOUND     VALUE "Y".
       01  WS-DUPLICATE-SWITCH  PICTURE x VALUE "N".
           88  WS-DUPLICATE-RECEIPT VALUE "Y".
       01  WS-LAST-SEQ          PICTURE 999 VALUE ZEROES.
       01  WS-REJECT-REASON     PICTURE x(30) VALUE SPACES.
       01  WS-RECORDS-READ      PICTURE 9(7) VALUE ZEROES.
       01  WS-RECORDS-POSTED    PICTURE 9(7) VALUE ZEROES.
       01  WS-RECORDS-REJECTED  PICTURE 9(7) VALUE ZEROES.
       01  WS-TOTAL-PAYMENTS    PICTURE 9(9)V99 VALUE ZEROES.
       01  WS-TOTAL-CREDITS     PICTURE 9(9)V99 VALUE ZEROES.
       01  WS-TOTAL-DEBITS      PICTURE 9(9)V99 VALUE ZEROES.
       01  WS-TOTAL-ED          PICTURE ZZZZZZZZ9.99.
       01  WS-CURRENT-DATE-TIME PICTURE x(21).

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 100-INITIALIZE.
           PERFORM 200-POST-RECEIPTS UNTIL WS-END-OF-INPUT.
           PERFORM 900-TERMINATE.
           STOP RUN.

       100-INITIALIZE.
           OPEN INPUT RECEIPT-INPUT.
           IF WS-INPUT-STATUS NOT = "00"
               DISPLAY "RCPTPST: UNABLE TO OPEN RECEIPT-INPUT, STATUS "
                   WS-INPUT-STATUS
               STOP RUN
           END-IF.
           OPEN I-O STUDENT-LEDGER.
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "RCPTPST: UNABLE TO OPEN STUDENT-LEDGER, STATUS "
                   WS-LEDGER-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT ERROR-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "RCPTPST: UNABLE TO OPEN ERROR-REPORT, STATUS "
                   WS-REPORT-STATUS
               STOP RUN
           END-IF.
           PERFORM 110-READ-INPUT.

       110-READ-INPUT.
           READ RECEIPT-INPUT
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

       200-POST-RECEIPTS.
           EVALUATE TRUE
               WHEN RP-ENTRY-TYPE NOT = "P" AND
                       RP-ENTRY-TYPE NOT = "C" AND
                       RP-ENTRY-TYPE NOT = "D"
                   MOVE "UNKNOWN ENTRY TYPE (P/C/D)" TO WS-REJECT-REASON
                   PERFORM 600-WRITE-ERROR-LINE
               WHEN RP-AMOUNT NOT NUMERIC
                   MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
                   PERFORM 600-WRITE-ERROR-LINE
               WHEN RP-AMOUNT = ZEROES
                   MOVE "AMOUNT IS ZERO" TO WS-REJECT-REASON
                   PERFORM 600-WRITE-ERROR-LINE
               WHEN RP-RECEIPT-DATE NOT NUMERIC
                   MOVE "RECEIPT DATE NOT NUMERIC" TO WS-REJECT-REASON
                   PERFORM 600-WRITE-ERROR-LINE
               WHEN RP-RECEIPT-DATE (5:2) < "01" OR
                       RP-RECEIPT-DATE (5:2) > "12" OR
                       RP-RECEIPT-DATE (7:2) < "01" OR
                       RP-RECEIPT-DATE (7:2) > "31"
                   MOVE "RECEIPT DATE NOT VALID" TO WS-REJECT-REASON
                   PERFORM 600-WRITE-ERROR-LINE
               WHEN OTHER
                   PERFORM 300-APPLY-RECEIPT
           END-EVALUATE.
           PERFORM 110-READ-INPUT.

      ******************************************************************
      * A receipt only posts against an account that already exists -
      * one TUITINV has invoiced - so money keyed to a mistyped ID is
      * bounced to the bursar instead of sitting on a phantom account.
      ******************************************************************
       300-APPLY-RECEIPT.
           SET WS-ACCOUNT-FOUND-SWITCH TO "N".
           MOVE RP-PERSON-ID TO LG-KEY-PERSON-ID.
           MOVE ZEROES TO LG-KEY-POST-DATE.
           MOVE ZEROES TO LG-KEY-SEQ.
           START STUDENT-LEDGER KEY IS NOT LESS THAN LG-LEDGER-KEY
               NOT INVALID KEY
                   READ STUDENT-LEDGER NEXT RECORD
                       NOT AT END
                           IF LG-KEY-PERSON-ID = RP-PERSON-ID
                               SET WS-ACCOUNT-FOUND TO TRUE
                           END-IF
                   END-READ
           END-START.
           IF NOT WS-ACCOUNT-FOUND
               MOVE "NO ACCOUNT ON LEDGER" TO WS-REJECT-REASON
               PERFORM 600-WRITE-ERROR-LINE
           ELSE
               PERFORM 400-SCAN-RECEIPT-DAY
               IF WS-DUPLICATE-RECEIPT
                   MOVE "RECEIPT ALREADY POSTED" TO WS-REJECT-REASON
                   PERFORM 600-WRITE-ERROR-LINE
               ELSE
                   PERFORM 500-WRITE-LEDGER-ENTRY
               END-IF
           END-IF.

      ******************************************************************
      * Walks the student's entries for the receipt date: the highest
      * sequence seen gives the next free one, and the same receipt
      * number and type already there means this line was posted by
      * an earlier run.
      ******************************************************************
       400-SCAN-RECEIPT-DAY.
           SET WS-DUPLICATE-SWITCH TO "N".
           MOVE ZEROES TO WS-LAST-SEQ.
           SET WS-LEDGER-SCAN-SWITCH TO "N".
           MOVE RP-PERSON-ID TO LG-KEY-PERSON-ID.
           MOVE RP-RECEIPT-DATE TO LG-KEY-POST-DATE.
           MOVE ZEROES TO LG-KEY-SEQ.
           START STUDENT-LEDGER KEY IS NOT LESS THAN LG-LEDGER-KEY
               INVALID KEY
                   SET WS-END-OF-LEDGER-SCAN TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-LEDGER-SCAN
               READ STUDENT-LEDGER NEXT RECORD
                   AT END
                       SET WS-END-OF-LEDGER-SCAN TO TRUE
               END-READ
               IF NOT WS-END-OF-LEDGER-SCAN
                   IF LG-KEY-PERSON-ID NOT = RP-PERSON-ID OR
                           LG-KEY-POST-DATE NOT = RP-RECEIPT-DATE
                       SET WS-END-OF-LEDGER-SCAN TO TRUE
                   ELSE
                       MOVE LG-KEY-SEQ TO WS-LAST-SEQ
                       IF LG-ENTRY-TYPE = RP-ENTRY-TYPE AND
                               LG-REFERENCE = RP-REFERENCE
                           SET WS-DUPLICATE-RECEIPT TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       500-WRITE-LEDGER-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE SPACES TO LG-LEDGER-ENTRY.
           MOVE RP-PERSON-ID TO LG-KEY-PERSON-ID.
           MOVE RP-RECEIPT-DATE TO LG-KEY-POST-DATE.
           ADD 1 TO WS-LAST-SEQ GIVING LG-KEY-SEQ.
           MOVE RP-ENTRY-TYPE TO LG-ENTRY-TYPE.
           MOVE RP-AMOUNT TO LG-AMOUNT.
           MOVE RP-REFERENCE TO LG-REFERENCE.
           EVALUATE TRUE
               WHEN LG-ENTRY-PAYMENT
                   MOVE "PAYMENT RECEIVED" TO LG-DESCRIPTION
                   ADD RP-AMOUNT TO WS-TOTAL-PAYMENTS
               WHEN LG-ENTRY-CREDIT-ADJ
                   MOVE "CREDIT ADJUSTMENT" TO LG-DESCRIPTION
                   ADD RP-AMOUNT TO WS-TOTAL-CREDITS
               WHEN OTHER
                   MOVE "DEBIT ADJUSTMENT" TO LG-DESCRIPTION
                   ADD RP-AMOUNT TO WS-TOTAL-DEBITS
           END-EVALUATE.
           MOVE WS-CURRENT-DATE-TIME TO LG-POSTED-TIME.
           WRITE LG-LEDGER-ENTRY.
           IF WS-LEDGER-STATUS NOT = "00"
               MOVE "LEDGER WRITE FAILED" TO WS-REJECT-REASON
               PERFORM 600-WRITE-ERROR-LINE
           ELSE
               ADD 1 TO WS-RECORDS-POSTED
           END-IF.

      ******************************************************************
      * Space-cleared first for the same reason as GRADEPST's error
      * line: FILE SECTION FILLER carries no VALUE at run time. The
      * reason is held in working storage until after the clear.
      ******************************************************************
       600-WRITE-ERROR-LINE.
           MOVE SPACES TO ERROR-REPORT-LINE.
           MOVE RP-PERSON-ID    TO ER-PERSON-ID.
           MOVE RP-ENTRY-TYPE   TO ER-ENTRY-TYPE.
           MOVE RP-RECEIPT-DATE TO ER-RECEIPT-DATE.
           MOVE RP-REFERENCE    TO ER-REFERENCE.
           MOVE WS-REJECT-REASON TO ER-REASON.
           WRITE ERROR-REPORT-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "RCPTPST: ERROR-REPORT WRITE FAILED, STATUS "
                   WS-REPORT-STATUS
           END-IF.
           ADD 1 TO WS-RECORDS-REJECTED.

       900-TERMINATE.
           CLOSE RECEIPT-INPUT.
           CLOSE STUDENT-LEDGER.
           CLOSE ERROR-REPORT.
           DISPLAY "RCPTPST: RECORDS READ    " WS-RECORDS-READ.
           DISPLAY "RCPTPST: RECORDS POSTED  " WS-RECORDS-POSTED.
           DISPLAY "RCPTPST: RECORDS REJECTED" WS-RECORDS-REJECTED.
           MOVE WS-TOTAL-PAYMENTS TO WS-TOTAL-ED.
           DISPLAY "RCPTPST: PAYMENTS        " WS-TOTAL-ED.
           MOVE WS-TOTAL-CREDITS TO WS-TOTAL-ED.
           DISPLAY "RCPTPST: CREDIT ADJ      " WS-TOTAL-ED.
           MOVE WS-TOTAL-DEBITS TO WS-TOTAL-ED.
           DISPLAY "RCPTPST: DEBIT ADJ       " WS-TOTAL-ED.
