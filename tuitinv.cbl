      * billing. A course code the catalog no longer carries bills at
      * zero credits and is flagged on the invoice line. A run-total
      * summary for finance closes the file. Graduated and withdrawn
      * students are not billed. Every amount billed is also posted as
      * an INVOICE entry on the student's account in LEDGER.DAT, dated
      * the run date, which is what the receipts posting, statement
      * and aging runs work from. A student who already has an invoice
      * entry dated today is reprinted but not posted again, so a
      * re-run after a printer jam does not double-bill anybody.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUITINV.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.

           SELECT STUDENT-LEDGER ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-LEDGER-KEY
               FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSON-MASTER.
       FD  INVOICE-FILE.
       01  INVOICE-LINE         PICTURE x(60).

       FD  STUDENT-LEDGER.
           COPY LEDGREC REPLACING ==:PFX:== BY ==LG-==.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS     PICTURE xx VALUE "00".
       01  WS-ADDRESS-STATUS    PICTURE xx VALUE "00".
       01  WS-CATALOG-STATUS    PICTURE xx VALUE "00".
       01  WS-RATE-STATUS       PICTURE xx VALUE "00".
       01  WS-INVOICE-STATUS    PICTURE xx VALUE "00".
       01  WS-LEDGER-STATUS     PICTURE xx VALUE "00".
       01  WS-LEDGER-SCAN-SWITCH PICTURE x VALUE "N".
           88  WS-END-OF-LEDGER-SCAN VALUE "Y".
       01  WS-ALREADY-BILLED-SWITCH PICTURE x VALUE "N".
           88  WS-ALREADY-BILLED    VALUE "Y".
       01  WS-LAST-SEQ          PICTURE 999 VALUE ZEROES.
       01  WS-LEDGER-POSTED     PICTURE 9(5) VALUE ZEROES.
       01  WS-LEDGER-SKIPPED    PICTURE 9(5) VALUE ZEROES.
       01  WS-CURRENT-DATE-TIME PICTURE x(21).
       01  WS-RUN-DATE          PICTURE 9(8) VALUE ZEROES.
       01  WS-EOF-SWITCH        PICTURE x VALUE "N".
           88  WS-END-OF-MASTER     VALUE "Y".
       01  WS-ADDRESS-FILE-OK-SWITCH PICTURE x VALUE "N".
                   WS-INVOICE-STATUS
               STOP RUN
           END-IF.
           OPEN I-O STUDENT-LEDGER.
           IF WS-LEDGER-STATUS = "35"
               CLOSE STUDENT-LEDGER
               OPEN OUTPUT STUDENT-LEDGER
               CLOSE STUDENT-LEDGER
               OPEN I-O STUDENT-LEDGER
           END-IF.
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "TUITINV: UNABLE TO OPEN STUDENT-LEDGER, STATUS "
                   WS-LEDGER-STATUS
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-RUN-DATE.
           PERFORM 110-READ-MASTER.

       110-READ-MASTER.
           ADD 1 TO WS-INVOICES-PRINTED.
           ADD WS-STUDENT-CREDITS TO WS-TOTAL-CREDITS.
           ADD WS-STUDENT-AMOUNT TO WS-TOTAL-AMOUNT.
           PERFORM 600-POST-TO-LEDGER.

      ******************************************************************
      * A code the catalog no longer carries bills at zero credits and
           WRITE INVOICE-LINE.
           ADD WS-CREDIT-HOURS TO WS-STUDENT-CREDITS.

      ******************************************************************
      * The invoice goes on the student's account dated the run date.
      * Today's entries for the student are scanned first: an invoice
      * already there means this is a re-run and nothing is posted,
      * otherwise the new entry takes the next free sequence number
      * for the day.
      ******************************************************************
       600-POST-TO-LEDGER.
           SET WS-ALREADY-BILLED-SWITCH TO "N".
           MOVE ZEROES TO WS-LAST-SEQ.
           SET WS-LEDGER-SCAN-SWITCH TO "N".
           MOVE PM-PERSON-ID TO LG-KEY-PERSON-ID.
           MOVE WS-RUN-DATE TO LG-KEY-POST-DATE.
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
                   IF LG-KEY-PERSON-ID NOT = PM-PERSON-ID OR
                           LG-KEY-POST-DATE NOT = WS-RUN-DATE
                       SET WS-END-OF-LEDGER-SCAN TO TRUE
                   ELSE
                       MOVE LG-KEY-SEQ TO WS-LAST-SEQ
                       IF LG-ENTRY-INVOICE
                           SET WS-ALREADY-BILLED TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ALREADY-BILLED
               ADD 1 TO WS-LEDGER-SKIPPED
               DISPLAY "TUITINV: ID " PM-PERSON-ID
                   " ALREADY INVOICED TODAY - NOT POSTED AGAIN"
           ELSE
               MOVE SPACES TO LG-LEDGER-ENTRY
               MOVE PM-PERSON-ID TO LG-KEY-PERSON-ID
               MOVE WS-RUN-DATE TO LG-KEY-POST-DATE
               ADD 1 TO WS-LAST-SEQ GIVING LG-KEY-SEQ
               SET LG-ENTRY-INVOICE TO TRUE
               MOVE WS-STUDENT-AMOUNT TO LG-AMOUNT
               MOVE "TUITINV" TO LG-REFERENCE
               MOVE "TUITION INVOICE" TO LG-DESCRIPTION
               MOVE WS-CURRENT-DATE-TIME TO LG-POSTED-TIME
               WRITE LG-LEDGER-ENTRY
               IF WS-LEDGER-STATUS NOT = "00"
                   DISPLAY "TUITINV: LEDGER WRITE FAILED FOR ID "
                       PM-PERSON-ID ", STATUS " WS-LEDGER-STATUS
                       " - INVOICE PRINTED BUT NOT ON ACCOUNT"
               ELSE
                   ADD 1 TO WS-LEDGER-POSTED
               END-IF
           END-IF.

      ******************************************************************
      * Run totals for finance at the foot of the file, plus the same
      * figures on the console for the overnight log.
               CLOSE ADDRESS-FILE
           END-IF.
           CLOSE INVOICE-FILE.
           CLOSE STUDENT-LEDGER.
           DISPLAY "TUITINV: INVOICES PRINTED " WS-INVOICES-PRINTED.
           DISPLAY "TUITINV: LEDGER POSTED    " WS-LEDGER-POSTED.
           DISPLAY "TUITINV: LEDGER SKIPPED   " WS-LEDGER-SKIPPED.
           DISPLAY "TUITINV: TOTAL CREDITS    " WS-TOTAL-CREDITS-ED.
           DISPLAY "TUITINV: TOTAL AMOUNT     " WS-TOTAL-AMOUNT-ED.
