      ******************************************************************
      * Failed sign-on report
      * Reads the failed sign-on log SIGNFAIL.DAT that SIGNON appends
      * to, SORTs it by the operator ID that was typed and then by
      * time, and prints every rejected attempt - when, which program,
      * why - with a count per ID and whether that ID is a live
      * operator, an inactive (possibly locked-out) one, or no
      * operator at all; a run of unknown IDs is somebody guessing.
      * Output is SIGNFAIL.RPT, totals echoed on the console. The log
      * is left as it is; it is an audit record, not a work queue.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGNRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FAILURE-LOG ASSIGN TO "SIGNFAIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO "OPERMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT FAILURE-REPORT ASSIGN TO "SIGNFAIL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SIGNSORT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  FAILURE-LOG.
           COPY SIGNFREC REPLACING ==:PFX:== BY ==SF-==.

       FD  OPERATOR-MASTER.
           COPY OPERREC REPLACING ==:PFX:== BY ==OP-==.

       FD  FAILURE-REPORT.
       01  FAILURE-LINE         PICTURE x(80).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SR-OPERATOR-ID    PICTURE x(8).
           05  SR-TIMESTAMP      PICTURE x(21).
           05  SR-PROGRAM-NAME   PICTURE x(20).
           05  SR-REASON         PICTURE x(20).

       WORKING-STORAGE SECTION.
       01  WS-LOG-STATUS        PICTURE xx VALUE "00".
       01  WS-OPERATOR-STATUS   PICTURE xx VALUE "00".
       01  WS-REPORT-STATUS     PICTURE xx VALUE "00".
       01  WS-LOG-EOF-SWITCH    PICTURE x VALUE "N".
           88  WS-END-OF-LOG        VALUE "Y".
       01  WS-SORT-EOF-SWITCH   PICTURE x VALUE "N".
           88  WS-END-OF-SORT       VALUE "Y".
       01  WS-OPERATOR-OK-SWITCH PICTURE x VALUE "N".
           88  WS-OPERATOR-OK       VALUE "Y".
       01  WS-FIRST-ID-SWITCH   PICTURE x VALUE "Y".
           88  WS-FIRST-ID          VALUE "Y".
       01  WS-PREV-OPERATOR-ID  PICTURE x(8) VALUE SPACES.
       01  WS-ID-COUNT          PICTURE 9(5) VALUE ZEROES.
       01  WS-TOTAL-COUNT       PICTURE 9(7) VALUE ZEROES.
       01  WS-ID-TOTAL          PICTURE 9(5) VALUE ZEROES.
       01  WS-OPERATOR-WORD     PICTURE x(11) VALUE SPACES.
       01  WS-FAILURE-DETAIL.
           05  FILLER           PICTURE xx VALUE SPACES.
           05  WS-FD-DATE       PICTURE x(8).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-FD-TIME       PICTURE x(6).
           05  FILLER           PICTURE xx VALUE SPACES.
           05  WS-FD-PROGRAM    PICTURE x(20).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-FD-REASON     PICTURE x(20).

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 100-INITIALIZE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-OPERATOR-ID SR-TIMESTAMP
               INPUT PROCEDURE 200-BUILD-SORT-FILE
               OUTPUT PROCEDURE 300-PRINT-FAILURES.
           PERFORM 900-TERMINATE.
           STOP RUN.

       100-INITIALIZE.
           OPEN INPUT FAILURE-LOG.
           IF WS-LOG-STATUS = "35"
               SET WS-END-OF-LOG TO TRUE
           ELSE
               IF WS-LOG-STATUS NOT = "00"
                   DISPLAY "SIGNRPT: UNABLE TO OPEN FAILURE-LOG, "
                       "STATUS " WS-LOG-STATUS
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT OPERATOR-MASTER.
           IF WS-OPERATOR-STATUS = "00"
               SET WS-OPERATOR-OK TO TRUE
           END-IF.
           OPEN OUTPUT FAILURE-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "SIGNRPT: UNABLE TO OPEN FAILURE-REPORT, STATUS "
                   WS-REPORT-STATUS
               STOP RUN
           END-IF.
           MOVE "FAILED SIGN-ON REPORT" TO FAILURE-LINE.
           WRITE FAILURE-LINE.
           MOVE SPACES TO FAILURE-LINE.
           WRITE FAILURE-LINE.
           MOVE SPACES TO FAILURE-LINE.
           MOVE "DATE" TO FAILURE-LINE (3:4).
           MOVE "TIME" TO FAILURE-LINE (12:4).
           MOVE "PROGRAM" TO FAILURE-LINE (20:7).
           MOVE "REASON" TO FAILURE-LINE (41:6).
           WRITE FAILURE-LINE.
           MOVE ALL "-" TO FAILURE-LINE (1:60).
           WRITE FAILURE-LINE.

      ******************************************************************
      * A log that was never created means nobody has failed a
      * sign-on yet; the report still prints, with a zero total.
      ******************************************************************
       200-BUILD-SORT-FILE.
           IF NOT WS-END-OF-LOG
               PERFORM 210-READ-LOG
           END-IF.
           PERFORM UNTIL WS-END-OF-LOG
               MOVE SF-OPERATOR-ID TO SR-OPERATOR-ID
               MOVE SF-TIMESTAMP TO SR-TIMESTAMP
               MOVE SF-PROGRAM-NAME TO SR-PROGRAM-NAME
               MOVE SF-REASON TO SR-REASON
               RELEASE SORT-RECORD
               PERFORM 210-READ-LOG
           END-PERFORM.

       210-READ-LOG.
           READ FAILURE-LOG
               AT END
                   SET WS-END-OF-LOG TO TRUE
           END-READ.

       300-PRINT-FAILURES.
           PERFORM 310-RETURN-SORT-RECORD.
           PERFORM UNTIL WS-END-OF-SORT
               IF WS-FIRST-ID OR
                       SR-OPERATOR-ID NOT = WS-PREV-OPERATOR-ID
                   IF NOT WS-FIRST-ID
                       PERFORM 340-PRINT-ID-TOTAL
                   END-IF
                   SET WS-FIRST-ID-SWITCH TO "N"
                   MOVE SR-OPERATOR-ID TO WS-PREV-OPERATOR-ID
                   PERFORM 320-PRINT-ID-HEADING
               END-IF
               MOVE SPACES TO WS-FAILURE-DETAIL
               MOVE SR-TIMESTAMP (1:8) TO WS-FD-DATE
               MOVE SR-TIMESTAMP (9:6) TO WS-FD-TIME
               MOVE SR-PROGRAM-NAME TO WS-FD-PROGRAM
               MOVE SR-REASON TO WS-FD-REASON
               MOVE WS-FAILURE-DETAIL TO FAILURE-LINE
               WRITE FAILURE-LINE
               ADD 1 TO WS-ID-COUNT
               ADD 1 TO WS-TOTAL-COUNT
               PERFORM 310-RETURN-SORT-RECORD
           END-PERFORM.
           IF NOT WS-FIRST-ID
               PERFORM 340-PRINT-ID-TOTAL
           END-IF.

       310-RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-END-OF-SORT TO TRUE
           END-RETURN.

       320-PRINT-ID-HEADING.
           MOVE ZEROES TO WS-ID-COUNT.
           ADD 1 TO WS-ID-TOTAL.
           MOVE "NOT ON FILE" TO WS-OPERATOR-WORD.
           IF WS-OPERATOR-OK
               MOVE SR-OPERATOR-ID TO OP-OPERATOR-ID
               READ OPERATOR-MASTER
                   NOT INVALID KEY
                       IF OP-OPERATOR-ACTIVE
                           MOVE "ACTIVE" TO WS-OPERATOR-WORD
                       ELSE
                           MOVE "INACTIVE" TO WS-OPERATOR-WORD
                       END-IF
               END-READ
           END-IF.
           MOVE SPACES TO FAILURE-LINE.
           WRITE FAILURE-LINE.
           MOVE SPACES TO FAILURE-LINE.
           STRING "OPERATOR ID " DELIMITED BY SIZE
               SR-OPERATOR-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-OPERATOR-WORD DELIMITED BY SIZE
               INTO FAILURE-LINE.
           IF WS-OPERATOR-WORD NOT = "NOT ON FILE"
               MOVE OP-OPERATOR-NAME TO FAILURE-LINE (35:20)
           END-IF.
           WRITE FAILURE-LINE.

       340-PRINT-ID-TOTAL.
           MOVE SPACES TO FAILURE-LINE.
           STRING "  FAILED ATTEMPTS " DELIMITED BY SIZE
               WS-ID-COUNT DELIMITED BY SIZE
               INTO FAILURE-LINE.
           WRITE FAILURE-LINE.

       900-TERMINATE.
           MOVE SPACES TO FAILURE-LINE.
           WRITE FAILURE-LINE.
           MOVE SPACES TO FAILURE-LINE.
           STRING "TOTAL FAILED SIGN-ONS " DELIMITED BY SIZE
               WS-TOTAL-COUNT DELIMITED BY SIZE
               "   OPERATOR IDS " DELIMITED BY SIZE
               WS-ID-TOTAL DELIMITED BY SIZE
               INTO FAILURE-LINE.
           WRITE FAILURE-LINE.
           IF WS-LOG-STATUS NOT = "35"
               CLOSE FAILURE-LOG
           END-IF.
           IF WS-OPERATOR-OK
               CLOSE OPERATOR-MASTER
           END-IF.
           CLOSE FAILURE-REPORT.
           DISPLAY "SIGNRPT: FAILED SIGN-ONS " WS-TOTAL-COUNT.
           DISPLAY "SIGNRPT: OPERATOR IDS    " WS-ID-TOTAL.
