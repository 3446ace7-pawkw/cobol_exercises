      ******************************************************************
      * Academic standing batch
      * Runs after TERMCLS has snapshotted the CLOSE-TERM term into
      * GRADE-HISTORY. For every student with history under that term
      * it computes the credit-weighted term average exactly the way
      * TRNSCRPT does (catalog credit hours, one credit for a code the
      * catalog no longer carries) and assigns a standing:
      *     DEAN'S LIST  average at or above DEANS-LIST
      *     GOOD         average at or above PROBATION
      *     PROBATION    average below PROBATION
      *     SUSPENSION   below PROBATION again, the student's previous
      *                  standing having been probation (or suspension)
      * Both lines are two-digit values on BATCHPRM.DAT, echoed on the
      * run heading. The standing is kept by term on STANDHIS.DAT; a
      * re-run for the same term rewrites that term's records and is
      * still judged against the term before. The results are SORTed
      * by CLASS-SECTION for STANDING.RPT, with section subtotals, and
      * every student whose standing differs from their previous one
      * (no previous standing counts as good) gets a notice page on
      * STNDNOTE.RPT, addressed the way TRNSCRPT addresses a
      * transcript.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STNDBAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-HISTORY ASSIGN TO "GRADEHIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GH-GRADE-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT STANDING-HISTORY ASSIGN TO "STANDHIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-STANDING-KEY
               FILE STATUS IS WS-STANDING-STATUS.

           SELECT COURSE-CATALOG ASSIGN TO "COURSECT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-COURSE-CODE
               FILE STATUS IS WS-CATALOG-STATUS.

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

           SELECT STANDING-REPORT ASSIGN TO "STANDING.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT NOTICE-FILE ASSIGN TO "STNDNOTE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "STNDSORT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-HISTORY.
           COPY GRADEREC REPLACING ==:PFX:== BY ==GH-==.

       FD  STANDING-HISTORY.
           COPY STNDREC REPLACING ==:PFX:== BY ==SH-==.

       FD  COURSE-CATALOG.
           COPY COURSEREC REPLACING ==:PFX:== BY ==CC-==.

       FD  PERSON-MASTER.
           COPY PERSONREC REPLACING ==:PFX:== BY ==PM-==.

       FD  ADDRESS-FILE.
           COPY ADDRESSREC REPLACING ==:PFX:== BY ==AF-==.

       FD  STANDING-REPORT.
       01  STANDING-LINE        PICTURE x(80).

       FD  NOTICE-FILE.
       01  NOTICE-LINE          PICTURE x(72).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SR-CLASS-SECTION  PICTURE x(4).
           05  SR-PERSON-ID      PICTURE 9(6).
           05  SR-AVERAGE        PICTURE 999V99.
           05  SR-CREDITS        PICTURE 9(4).
           05  SR-STANDING       PICTURE x.
           05  SR-PRIOR-STANDING PICTURE x.
           05  SR-PRIOR-TERM     PICTURE x(6).

       WORKING-STORAGE SECTION.
       01  WS-HISTORY-STATUS    PICTURE xx VALUE "00".
       01  WS-STANDING-STATUS   PICTURE xx VALUE "00".
       01  WS-CATALOG-STATUS    PICTURE xx VALUE "00".
       01  WS-MASTER-STATUS     PICTURE xx VALUE "00".
       01  WS-ADDRESS-STATUS    PICTURE xx VALUE "00".
       01  WS-REPORT-STATUS     PICTURE xx VALUE "00".
       01  WS-NOTICE-STATUS     PICTURE xx VALUE "00".
       01  WS-EOF-SWITCH        PICTURE x VALUE "N".
           88  WS-END-OF-HISTORY    VALUE "Y".
       01  WS-SORT-EOF-SWITCH   PICTURE x VALUE "N".
           88  WS-END-OF-SORT       VALUE "Y".
       01  WS-STANDING-EOF-SWITCH PICTURE x VALUE "N".
           88  WS-END-OF-STANDINGS  VALUE "Y".
       01  WS-CATALOG-FILE-OK-SWITCH PICTURE x VALUE "N".
           88  WS-CATALOG-FILE-OK     VALUE "Y".
       01  WS-MASTER-OK-SWITCH  PICTURE x VALUE "N".
           88  WS-MASTER-OK         VALUE "Y".
       01  WS-ADDRESS-FILE-OK-SWITCH PICTURE x VALUE "N".
           88  WS-ADDRESS-FILE-OK     VALUE "Y".
       01  WS-PERSON-ACTIVE-SWITCH PICTURE x VALUE "N".
           88  WS-PERSON-ACTIVE     VALUE "Y".
       01  WS-FIRST-RECORD-SWITCH PICTURE x VALUE "Y".
           88  WS-FIRST-RECORD      VALUE "Y".
       01  WS-FIRST-NOTICE-SWITCH PICTURE x VALUE "Y".
           88  WS-FIRST-NOTICE      VALUE "Y".
       01  WS-TERM              PICTURE x(6) VALUE SPACES.
       01  WS-DEANS-LINE        PICTURE 99 VALUE ZEROES.
       01  WS-PROBATION-LINE    PICTURE 99 VALUE ZEROES.
       01  WS-CURRENT-PERSON    PICTURE 9(6) VALUE ZEROES.
       01  WS-CURRENT-SECTION   PICTURE x(4) VALUE SPACES.
       01  WS-CREDIT-HOURS      PICTURE 99 VALUE ZEROES.
       01  WS-TERM-WEIGHTED     PICTURE 9(7) VALUE ZEROES.
       01  WS-TERM-CREDITS      PICTURE 9(4) VALUE ZEROES.
       01  WS-AVERAGE           PICTURE 999V99 VALUE ZEROES.
       01  WS-AVERAGE-ED        PICTURE ZZ9.99.
       01  WS-STANDING          PICTURE x VALUE SPACE.
       01  WS-PRIOR-STANDING    PICTURE x VALUE SPACE.
       01  WS-PRIOR-TERM        PICTURE x(6) VALUE SPACES.
       01  WS-CURRENT-DATE-TIME PICTURE x(21).
       01  WS-RUN-DATE          PICTURE 9(8) VALUE ZEROES.
       01  WS-PREV-SECTION      PICTURE x(4) VALUE SPACES.
       01  WS-STANDING-CODE     PICTURE x VALUE SPACE.
       01  WS-STANDING-TEXT     PICTURE x(11) VALUE SPACES.
       01  WS-NEW-TEXT          PICTURE x(11) VALUE SPACES.
       01  WS-PRIOR-TEXT        PICTURE x(11) VALUE SPACES.
       01  WS-CHANGED-FLAG      PICTURE x(7) VALUE SPACES.
       01  WS-STUDENTS-JUDGED   PICTURE 9(5) VALUE ZEROES.
       01  WS-NOTICES-PRINTED   PICTURE 9(5) VALUE ZEROES.
       01  WS-RECORDS-REWRITTEN PICTURE 9(5) VALUE ZEROES.
      * Counts by standing D / G / P / S, for the section in hand and
      * for the whole run.
       01  WS-SECTION-COUNTS.
           05  WS-SECTION-COUNT PICTURE 9(5) OCCURS 4 TIMES.
       01  WS-RUN-COUNTS.
           05  WS-RUN-COUNT     PICTURE 9(5) OCCURS 4 TIMES.
       01  WS-STANDING-NUMBER   PICTURE 9 VALUE ZERO.
       01  WS-NAME-LINE.
           05  WS-NAME-FIRST    PICTURE x(10).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-NAME-LAST     PICTURE x(10).
       01  WS-CARD-ADDRESS.
           05  WS-CARD-ADDRESS1 PICTURE x(20) VALUE SPACES.
           05  WS-CARD-ADDRESS2 PICTURE x(20) VALUE SPACES.
           05  WS-CARD-CITY     PICTURE x(20) VALUE SPACES.
       01  WS-DETAIL-LINE.
           05  WS-DET-PERSON-ID PICTURE 9(6).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-DET-NAME      PICTURE x(21).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-DET-AVERAGE   PICTURE ZZ9.99.
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-DET-CREDITS   PICTURE ZZZ9.
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-DET-STANDING  PICTURE x(11).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-DET-PRIOR     PICTURE x(11).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-DET-CHANGED   PICTURE x(7).
           COPY PARMRQ REPLACING ==:PFX:== BY ==PR-==.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 100-INITIALIZE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-CLASS-SECTION SR-PERSON-ID
               INPUT PROCEDURE 200-JUDGE-STANDINGS
               OUTPUT PROCEDURE 400-PRODUCE-REPORT.
           PERFORM 900-TERMINATE.
           STOP RUN.

      ******************************************************************
      * The term is the same CLOSE-TERM that TERMCLS just closed, so
      * the two steps cannot drift apart in the overnight stream.
      ******************************************************************
       100-INITIALIZE.
           MOVE "CLOSE-TERM" TO PR-KEYWORD.
           CALL "PARMGET" USING PR-PARM-REQUEST.
           IF NOT PR-PARM-FOUND OR PR-PARM-VALUE = SPACES
               DISPLAY "STNDBAT: CLOSE-TERM NOT ON BATCHPRM.DAT, "
                   "RUN ABORTED"
               STOP RUN
           END-IF.
           MOVE PR-PARM-VALUE (1:6) TO WS-TERM.
           MOVE "DEANS-LIST" TO PR-KEYWORD.
           CALL "PARMGET" USING PR-PARM-REQUEST.
           IF NOT PR-PARM-FOUND OR PR-PARM-VALUE (1:2) NOT NUMERIC
               DISPLAY "STNDBAT: DEANS-LIST MISSING OR NOT NUMERIC "
                   "ON BATCHPRM.DAT, RUN ABORTED"
               STOP RUN
           END-IF.
           MOVE PR-PARM-VALUE (1:2) TO WS-DEANS-LINE.
           MOVE "PROBATION" TO PR-KEYWORD.
           CALL "PARMGET" USING PR-PARM-REQUEST.
           IF NOT PR-PARM-FOUND OR PR-PARM-VALUE (1:2) NOT NUMERIC
               DISPLAY "STNDBAT: PROBATION MISSING OR NOT NUMERIC "
                   "ON BATCHPRM.DAT, RUN ABORTED"
               STOP RUN
           END-IF.
           MOVE PR-PARM-VALUE (1:2) TO WS-PROBATION-LINE.
           IF WS-PROBATION-LINE >= WS-DEANS-LINE
               DISPLAY "STNDBAT: PROBATION LINE " WS-PROBATION-LINE
                   " NOT BELOW DEANS-LIST " WS-DEANS-LINE
                   ", RUN ABORTED"
               STOP RUN
           END-IF.
           DISPLAY "STNDBAT: STANDING FOR TERM " WS-TERM
               " (FROM BATCHPRM.DAT)".
           DISPLAY "STNDBAT: DEANS-LIST " WS-DEANS-LINE
               " PROBATION " WS-PROBATION-LINE " (FROM BATCHPRM.DAT)".
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-RUN-DATE.
           MOVE ZEROES TO WS-RUN-COUNTS.
           OPEN INPUT GRADE-HISTORY.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "STNDBAT: UNABLE TO OPEN GRADE-HISTORY, STATUS "
                   WS-HISTORY-STATUS
               STOP RUN
           END-IF.
           OPEN I-O STANDING-HISTORY.
           IF WS-STANDING-STATUS = "35"
               CLOSE STANDING-HISTORY
               OPEN OUTPUT STANDING-HISTORY
               CLOSE STANDING-HISTORY
               OPEN I-O STANDING-HISTORY
           END-IF.
           IF WS-STANDING-STATUS NOT = "00"
               DISPLAY "STNDBAT: UNABLE TO OPEN STANDING-HISTORY, "
                   "STATUS " WS-STANDING-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT COURSE-CATALOG.
           IF WS-CATALOG-STATUS = "00"
               SET WS-CATALOG-FILE-OK TO TRUE
           END-IF.
           OPEN INPUT PERSON-MASTER.
           IF WS-MASTER-STATUS = "00"
               SET WS-MASTER-OK TO TRUE
           END-IF.
           OPEN INPUT ADDRESS-FILE.
           IF WS-ADDRESS-STATUS = "00"
               SET WS-ADDRESS-FILE-OK TO TRUE
           END-IF.
           OPEN OUTPUT STANDING-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "STNDBAT: UNABLE TO OPEN STANDING-REPORT, "
                   "STATUS " WS-REPORT-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT NOTICE-FILE.
           IF WS-NOTICE-STATUS NOT = "00"
               DISPLAY "STNDBAT: UNABLE TO OPEN NOTICE-FILE, STATUS "
                   WS-NOTICE-STATUS
               STOP RUN
           END-IF.

      ******************************************************************
      * Person-major history: each student's rows for the closing term
      * are totalled as they pass, and the student is judged on the
      * person break. Rows for other terms are simply skipped.
      ******************************************************************
       200-JUDGE-STANDINGS.
           PERFORM 210-READ-HISTORY.
           PERFORM UNTIL WS-END-OF-HISTORY
               IF GH-KEY-TERM = WS-TERM
                   IF WS-PERSON-ACTIVE AND
                           GH-KEY-PERSON-ID NOT = WS-CURRENT-PERSON
                       PERFORM 300-FINISH-STUDENT
                   END-IF
                   IF NOT WS-PERSON-ACTIVE
                       MOVE GH-KEY-PERSON-ID TO WS-CURRENT-PERSON
                       MOVE GH-CLASS-SECTION TO WS-CURRENT-SECTION
                       MOVE ZEROES TO WS-TERM-WEIGHTED
                       MOVE ZEROES TO WS-TERM-CREDITS
                       SET WS-PERSON-ACTIVE TO TRUE
                   END-IF
                   PERFORM 220-LOOK-UP-CREDIT-HOURS
                   COMPUTE WS-TERM-WEIGHTED = WS-TERM-WEIGHTED +
                       GH-COURSE-SCORE * WS-CREDIT-HOURS
                   ADD WS-CREDIT-HOURS TO WS-TERM-CREDITS
               END-IF
               PERFORM 210-READ-HISTORY
           END-PERFORM.
           IF WS-PERSON-ACTIVE
               PERFORM 300-FINISH-STUDENT
           END-IF.

       210-READ-HISTORY.
           READ GRADE-HISTORY NEXT RECORD
               AT END
                   SET WS-END-OF-HISTORY TO TRUE
           END-READ.

      ******************************************************************
      * Same weighting rule as TRNSCRPT 410-LOOK-UP-CREDIT-HOURS, so a
      * student's standing average always matches the term average
      * printed on their transcript.
      ******************************************************************
       220-LOOK-UP-CREDIT-HOURS.
           MOVE 1 TO WS-CREDIT-HOURS.
           IF WS-CATALOG-FILE-OK
               MOVE GH-KEY-COURSE-CODE TO CC-COURSE-CODE
               READ COURSE-CATALOG
                   NOT INVALID KEY
                       IF CC-CREDIT-HOURS > 0
                           MOVE CC-CREDIT-HOURS TO WS-CREDIT-HOURS
                       END-IF
               END-READ
           END-IF.

       300-FINISH-STUDENT.
           MOVE ZEROES TO WS-AVERAGE.
           IF WS-TERM-CREDITS > 0
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-TERM-WEIGHTED / WS-TERM-CREDITS
           END-IF.
           PERFORM 310-FIND-PRIOR-STANDING.
           EVALUATE TRUE
               WHEN WS-AVERAGE >= WS-DEANS-LINE
                   MOVE "D" TO WS-STANDING
               WHEN WS-AVERAGE >= WS-PROBATION-LINE
                   MOVE "G" TO WS-STANDING
               WHEN WS-PRIOR-STANDING = "P" OR WS-PRIOR-STANDING = "S"
                   MOVE "S" TO WS-STANDING
               WHEN OTHER
                   MOVE "P" TO WS-STANDING
           END-EVALUATE.
           PERFORM 320-WRITE-STANDING.
           MOVE WS-CURRENT-SECTION TO SR-CLASS-SECTION.
           MOVE WS-CURRENT-PERSON TO SR-PERSON-ID.
           MOVE WS-AVERAGE TO SR-AVERAGE.
           MOVE WS-TERM-CREDITS TO SR-CREDITS.
           MOVE WS-STANDING TO SR-STANDING.
           MOVE WS-PRIOR-STANDING TO SR-PRIOR-STANDING.
           MOVE WS-PRIOR-TERM TO SR-PRIOR-TERM.
           RELEASE SORT-RECORD.
           ADD 1 TO WS-STUDENTS-JUDGED.
           SET WS-PERSON-ACTIVE-SWITCH TO "N".

      ******************************************************************
      * The previous standing is the student's last standing record
      * for a term before this one - the key is person + term, so a
      * forward scan of the person's range keeps the latest one seen
      * and stops at the term being closed.
      ******************************************************************
       310-FIND-PRIOR-STANDING.
           MOVE SPACE TO WS-PRIOR-STANDING.
           MOVE SPACES TO WS-PRIOR-TERM.
           MOVE WS-CURRENT-PERSON TO SH-KEY-PERSON-ID.
           MOVE LOW-VALUES TO SH-KEY-TERM.
           SET WS-STANDING-EOF-SWITCH TO "N".
           START STANDING-HISTORY KEY IS NOT LESS THAN SH-STANDING-KEY
               INVALID KEY
                   SET WS-END-OF-STANDINGS TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-STANDINGS
               READ STANDING-HISTORY NEXT RECORD
                   AT END
                       SET WS-END-OF-STANDINGS TO TRUE
               END-READ
               IF NOT WS-END-OF-STANDINGS
                   IF SH-KEY-PERSON-ID NOT = WS-CURRENT-PERSON OR
                           SH-KEY-TERM NOT < WS-TERM
                       SET WS-END-OF-STANDINGS TO TRUE
                   ELSE
                       MOVE SH-STANDING TO WS-PRIOR-STANDING
                       MOVE SH-KEY-TERM TO WS-PRIOR-TERM
                   END-IF
               END-IF
           END-PERFORM.

       320-WRITE-STANDING.
           MOVE WS-CURRENT-PERSON TO SH-KEY-PERSON-ID.
           MOVE WS-TERM TO SH-KEY-TERM.
           MOVE WS-STANDING TO SH-STANDING.
           MOVE WS-AVERAGE TO SH-TERM-AVERAGE.
           MOVE WS-TERM-CREDITS TO SH-TERM-CREDITS.
           MOVE WS-CURRENT-SECTION TO SH-CLASS-SECTION.
           MOVE WS-PRIOR-STANDING TO SH-PRIOR-STANDING.
           MOVE WS-PRIOR-TERM TO SH-PRIOR-TERM.
           MOVE WS-RUN-DATE TO SH-DECIDED-DATE.
           WRITE SH-STANDING-RECORD
               INVALID KEY
                   REWRITE SH-STANDING-RECORD
                       INVALID KEY
                           DISPLAY "STNDBAT: STANDING NOT WRITTEN FOR "
                               WS-CURRENT-PERSON ", STATUS "
                               WS-STANDING-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-RECORDS-REWRITTEN
                   END-REWRITE
           END-WRITE.

       400-PRODUCE-REPORT.
           MOVE SPACES TO STANDING-LINE.
           STRING "ACADEMIC STANDING BY SECTION - TERM " DELIMITED
               BY SIZE
               WS-TERM DELIMITED BY SIZE
               INTO STANDING-LINE.
           WRITE STANDING-LINE.
           MOVE SPACES TO STANDING-LINE.
           STRING "DEAN'S LIST AT " DELIMITED BY SIZE
               WS-DEANS-LINE DELIMITED BY SIZE
               "  PROBATION BELOW " DELIMITED BY SIZE
               WS-PROBATION-LINE DELIMITED BY SIZE
               " (FROM BATCHPRM.DAT)" DELIMITED BY SIZE
               INTO STANDING-LINE.
           WRITE STANDING-LINE.
           PERFORM 410-RETURN-SORT-RECORD.
           PERFORM UNTIL WS-END-OF-SORT
               IF WS-FIRST-RECORD OR
                       SR-CLASS-SECTION NOT = WS-PREV-SECTION
                   IF NOT WS-FIRST-RECORD
                       PERFORM 440-PRINT-SECTION-SUBTOTAL
                   END-IF
                   PERFORM 420-PRINT-SECTION-HEADING
                   MOVE SR-CLASS-SECTION TO WS-PREV-SECTION
                   SET WS-FIRST-RECORD-SWITCH TO "N"
               END-IF
               PERFORM 430-PRINT-STUDENT-LINE
               PERFORM 410-RETURN-SORT-RECORD
           END-PERFORM.
           IF NOT WS-FIRST-RECORD
               PERFORM 440-PRINT-SECTION-SUBTOTAL
           END-IF.

       410-RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-END-OF-SORT TO TRUE
           END-RETURN.

       420-PRINT-SECTION-HEADING.
           MOVE ZEROES TO WS-SECTION-COUNTS.
           MOVE SPACES TO STANDING-LINE.
           WRITE STANDING-LINE.
           MOVE SPACES TO STANDING-LINE.
           STRING "-- SECTION " DELIMITED BY SIZE
               SR-CLASS-SECTION DELIMITED BY SIZE
               " --" DELIMITED BY SIZE
               INTO STANDING-LINE.
           WRITE STANDING-LINE.
           MOVE SPACES TO STANDING-LINE.
           MOVE "ID" TO STANDING-LINE (1:2).
           MOVE "NAME" TO STANDING-LINE (8:4).
           MOVE "AVG" TO STANDING-LINE (33:3).
           MOVE "CRED" TO STANDING-LINE (37:4).
           MOVE "STANDING" TO STANDING-LINE (42:8).
           MOVE "PREVIOUS" TO STANDING-LINE (54:8).
           WRITE STANDING-LINE.

       430-PRINT-STUDENT-LINE.
           MOVE SPACES TO WS-NAME-LINE.
           MOVE SPACES TO WS-CARD-ADDRESS.
           IF WS-MASTER-OK
               MOVE SR-PERSON-ID TO PM-PERSON-ID
               READ PERSON-MASTER
                   INVALID KEY
                       MOVE "(NOT ON" TO WS-NAME-FIRST
                       MOVE "MASTER)" TO WS-NAME-LAST
                   NOT INVALID KEY
                       MOVE PM-FIRST-NAME TO WS-NAME-FIRST
                       MOVE PM-LAST-NAME  TO WS-NAME-LAST
                       MOVE PM-ADDRESS1 TO WS-CARD-ADDRESS1
                       MOVE PM-ADDRESS2 TO WS-CARD-ADDRESS2
                       MOVE PM-CITY     TO WS-CARD-CITY
               END-READ
           END-IF.
           MOVE SR-STANDING TO WS-STANDING-CODE.
           PERFORM 450-STANDING-TEXT.
           MOVE WS-STANDING-TEXT TO WS-NEW-TEXT.
           ADD 1 TO WS-SECTION-COUNT (WS-STANDING-NUMBER).
           ADD 1 TO WS-RUN-COUNT (WS-STANDING-NUMBER).
           MOVE SR-PRIOR-STANDING TO WS-STANDING-CODE.
           PERFORM 450-STANDING-TEXT.
           MOVE WS-STANDING-TEXT TO WS-PRIOR-TEXT.
           MOVE SPACES TO WS-CHANGED-FLAG.
           IF SR-STANDING NOT = SR-PRIOR-STANDING AND
                   NOT (SR-PRIOR-STANDING = SPACE AND
                        SR-STANDING = "G")
               MOVE "CHANGED" TO WS-CHANGED-FLAG
               PERFORM 500-WRITE-NOTICE-PAGE
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE SR-PERSON-ID TO WS-DET-PERSON-ID.
           MOVE WS-NAME-LINE TO WS-DET-NAME.
           MOVE SR-AVERAGE TO WS-DET-AVERAGE.
           MOVE SR-CREDITS TO WS-DET-CREDITS.
           MOVE WS-NEW-TEXT TO WS-DET-STANDING.
           MOVE WS-PRIOR-TEXT TO WS-DET-PRIOR.
           MOVE WS-CHANGED-FLAG TO WS-DET-CHANGED.
           MOVE WS-DETAIL-LINE TO STANDING-LINE.
           WRITE STANDING-LINE.

       440-PRINT-SECTION-SUBTOTAL.
           MOVE SPACES TO STANDING-LINE.
           STRING "  DEAN'S LIST " DELIMITED BY SIZE
               WS-SECTION-COUNT (1) DELIMITED BY SIZE
               "  GOOD " DELIMITED BY SIZE
               WS-SECTION-COUNT (2) DELIMITED BY SIZE
               "  PROBATION " DELIMITED BY SIZE
               WS-SECTION-COUNT (3) DELIMITED BY SIZE
               "  SUSPENSION " DELIMITED BY SIZE
               WS-SECTION-COUNT (4) DELIMITED BY SIZE
               INTO STANDING-LINE.
           WRITE STANDING-LINE.

      ******************************************************************
      * Turns a standing code into its printed text, and for the four
      * real standings sets WS-STANDING-NUMBER to its counter slot.
      ******************************************************************
       450-STANDING-TEXT.
           EVALUATE WS-STANDING-CODE
               WHEN "D"
                   MOVE "DEAN'S LIST" TO WS-STANDING-TEXT
                   MOVE 1 TO WS-STANDING-NUMBER
               WHEN "G"
                   MOVE "GOOD" TO WS-STANDING-TEXT
                   MOVE 2 TO WS-STANDING-NUMBER
               WHEN "P"
                   MOVE "PROBATION" TO WS-STANDING-TEXT
                   MOVE 3 TO WS-STANDING-NUMBER
               WHEN "S"
                   MOVE "SUSPENSION" TO WS-STANDING-TEXT
                   MOVE 4 TO WS-STANDING-NUMBER
               WHEN OTHER
                   MOVE "NONE" TO WS-STANDING-TEXT
           END-EVALUATE.

      ******************************************************************
      * One notice page per changed standing, addressed the way
      * TRNSCRPT 320-PRINT-PAGE-HEADING addresses a transcript: the
      * MAIL record on ADDRESS-FILE wins, PM-THEADDRESS is fallback.
      ******************************************************************
       500-WRITE-NOTICE-PAGE.
           IF WS-ADDRESS-FILE-OK
               MOVE SR-PERSON-ID TO AF-KEY-PERSON-ID
               MOVE "MAIL" TO AF-KEY-ADDRESS-TYPE
               READ ADDRESS-FILE
                   NOT INVALID KEY
                       MOVE AF-ADDRESS1 TO WS-CARD-ADDRESS1
                       MOVE AF-ADDRESS2 TO WS-CARD-ADDRESS2
                       MOVE AF-CITY     TO WS-CARD-CITY
               END-READ
           END-IF.
           MOVE WS-NAME-LINE TO NOTICE-LINE.
           IF WS-FIRST-NOTICE
               WRITE NOTICE-LINE
               SET WS-FIRST-NOTICE-SWITCH TO "N"
           ELSE
               WRITE NOTICE-LINE AFTER ADVANCING PAGE
           END-IF.
           IF WS-CARD-ADDRESS1 NOT = SPACES
               MOVE WS-CARD-ADDRESS1 TO NOTICE-LINE
               WRITE NOTICE-LINE
           END-IF.
           IF WS-CARD-ADDRESS2 NOT = SPACES
               MOVE WS-CARD-ADDRESS2 TO NOTICE-LINE
               WRITE NOTICE-LINE
           END-IF.
           IF WS-CARD-CITY NOT = SPACES
               MOVE WS-CARD-CITY TO NOTICE-LINE
               WRITE NOTICE-LINE
           END-IF.
           MOVE SPACES TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE "NOTICE OF ACADEMIC STANDING" TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE SR-AVERAGE TO WS-AVERAGE-ED.
           MOVE SPACES TO NOTICE-LINE.
           STRING "STUDENT " DELIMITED BY SIZE
               SR-PERSON-ID DELIMITED BY SIZE
               "   TERM " DELIMITED BY SIZE
               WS-TERM DELIMITED BY SIZE
               "   TERM AVERAGE " DELIMITED BY SIZE
               WS-AVERAGE-ED DELIMITED BY SIZE
               INTO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           STRING "PREVIOUS STANDING: " DELIMITED BY SIZE
               WS-PRIOR-TEXT DELIMITED BY SIZE
               "   NEW STANDING: " DELIMITED BY SIZE
               WS-NEW-TEXT DELIMITED BY SIZE
               INTO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           EVALUATE SR-STANDING
               WHEN "D"
                   MOVE "Congratulations - your term average places "
                       TO NOTICE-LINE
                   WRITE NOTICE-LINE
                   MOVE "you on the Dean's List for this term."
                       TO NOTICE-LINE
                   WRITE NOTICE-LINE
               WHEN "G"
                   MOVE "Your term average meets the school's standard"
                       TO NOTICE-LINE
                   WRITE NOTICE-LINE
                   MOVE "and you are in good academic standing."
                       TO NOTICE-LINE
                   WRITE NOTICE-LINE
               WHEN "P"
                   MOVE "Your term average is below the school's "
                       TO NOTICE-LINE
                   WRITE NOTICE-LINE
                   MOVE "standard and you are placed on academic "
                       TO NOTICE-LINE
                   WRITE NOTICE-LINE
                   MOVE "probation. A second consecutive term on "
                       TO NOTICE-LINE
                   WRITE NOTICE-LINE
                   MOVE "probation will result in suspension."
                       TO NOTICE-LINE
                   WRITE NOTICE-LINE
               WHEN "S"
                   MOVE "Your term average is below the school's "
                       TO NOTICE-LINE
                   WRITE NOTICE-LINE
                   MOVE "standard for a second consecutive term and "
                       TO NOTICE-LINE
                   WRITE NOTICE-LINE
                   MOVE "you are placed on academic suspension. "
                       TO NOTICE-LINE
                   WRITE NOTICE-LINE
                   MOVE "Please contact the registrar's office."
                       TO NOTICE-LINE
                   WRITE NOTICE-LINE
           END-EVALUATE.
           ADD 1 TO WS-NOTICES-PRINTED.

       900-TERMINATE.
           MOVE SPACES TO STANDING-LINE.
           WRITE STANDING-LINE.
           MOVE SPACES TO STANDING-LINE.
           STRING "ALL SECTIONS  DEAN'S LIST " DELIMITED BY SIZE
               WS-RUN-COUNT (1) DELIMITED BY SIZE
               "  GOOD " DELIMITED BY SIZE
               WS-RUN-COUNT (2) DELIMITED BY SIZE
               "  PROBATION " DELIMITED BY SIZE
               WS-RUN-COUNT (3) DELIMITED BY SIZE
               "  SUSPENSION " DELIMITED BY SIZE
               WS-RUN-COUNT (4) DELIMITED BY SIZE
               INTO STANDING-LINE.
           WRITE STANDING-LINE.
           CLOSE GRADE-HISTORY.
           CLOSE STANDING-HISTORY.
           IF WS-CATALOG-FILE-OK
               CLOSE COURSE-CATALOG
           END-IF.
           IF WS-MASTER-OK
               CLOSE PERSON-MASTER
           END-IF.
           IF WS-ADDRESS-FILE-OK
               CLOSE ADDRESS-FILE
           END-IF.
           CLOSE STANDING-REPORT.
           CLOSE NOTICE-FILE.
           DISPLAY "STNDBAT: STUDENTS JUDGED   " WS-STUDENTS-JUDGED.
           DISPLAY "STNDBAT: RECORDS REWRITTEN " WS-RECORDS-REWRITTEN.
           DISPLAY "STNDBAT: DEAN'S LIST       " WS-RUN-COUNT (1).
           DISPLAY "STNDBAT: PROBATION         " WS-RUN-COUNT (3).
           DISPLAY "STNDBAT: SUSPENSION        " WS-RUN-COUNT (4).
           DISPLAY "STNDBAT: NOTICES PRINTED   " WS-NOTICES-PRINTED.
