      * way. Credit hours come from COURSE-CATALOG by keyed read; a
      * course no longer in the catalog weighs one credit so an old
      * term still averages rather than dropping out of the math.
      * Transfer credit TRNSFPST posted (term "TR" plus the sending
      * school's code, no class section) is held back from the term
      * sections and printed after them in a section of its own,
      * grouped under each school's name from the equivalency table
      * TRNSEQV.DAT. Its credits are shown with the total earned but
      * stay out of the cumulative average, which is for work done
      * here.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNSCRPT.
               RECORD KEY IS CC-COURSE-CODE
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT EQUIVALENCY-FILE ASSIGN TO "TRNSEQV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EQ-EQUIVALENCY-KEY
               FILE STATUS IS WS-EQUIVALENCY-STATUS.

           SELECT TRANSCRIPT-FILE ASSIGN TO "TRNSCRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       FD  COURSE-CATALOG.
           COPY COURSEREC REPLACING ==:PFX:== BY ==CC-==.

       FD  EQUIVALENCY-FILE.
           COPY EQUIVREC REPLACING ==:PFX:== BY ==EQ-==.

       FD  TRANSCRIPT-FILE.
       01  TRANSCRIPT-LINE      PICTURE x(60).

       01  WS-ADDRESS-STATUS    PICTURE xx VALUE "00".
       01  WS-CATALOG-STATUS    PICTURE xx VALUE "00".
       01  WS-REPORT-STATUS     PICTURE xx VALUE "00".
       01  WS-EQUIVALENCY-STATUS PICTURE xx VALUE "00".
       01  WS-EOF-SWITCH        PICTURE x VALUE "N".
           88  WS-END-OF-HISTORY    VALUE "Y".
       01  WS-MASTER-OK-SWITCH  PICTURE x VALUE "N".
           88  WS-ADDRESS-FILE-OK     VALUE "Y".
       01  WS-CATALOG-FILE-OK-SWITCH PICTURE x VALUE "N".
           88  WS-CATALOG-FILE-OK     VALUE "Y".
       01  WS-EQUIVALENCY-OK-SWITCH PICTURE x VALUE "N".
           88  WS-EQUIVALENCY-OK      VALUE "Y".
       01  WS-FIRST-PAGE-SWITCH PICTURE x VALUE "Y".
           88  WS-FIRST-PAGE        VALUE "Y".
       01  WS-REQUEST-ID        PICTURE 9(6) VALUE ZEROES.
       01  WS-AVERAGE-ED        PICTURE ZZ9.99.
       01  WS-CREDITS-ED        PICTURE ZZZ9.
       01  WS-PAGES-PRINTED     PICTURE 9(5) VALUE ZEROES.
      ******************************************************************
      * A student's transfer courses, held until their terms are
      * printed. Key order brings each school's courses together.
      ******************************************************************
       01  WS-TRANSFER-COUNT    PICTURE 99 VALUE ZEROES.
       01  WS-TRANSFER-DROPPED  PICTURE 99 VALUE ZEROES.
       01  WS-TRANSFER-SUB      PICTURE 99 VALUE ZEROES.
       01  WS-TRANSFER-TABLE.
           05  WS-TRANSFER-ENTRY OCCURS 40 TIMES.
               10  WS-TR-INSTITUTION PICTURE x(4).
               10  WS-TR-CODE       PICTURE x(4).
               10  WS-TR-NAME       PICTURE x(15).
               10  WS-TR-SCORE      PICTURE 999.
               10  WS-TR-CREDITS    PICTURE 99.
       01  WS-TRANSFER-CREDITS  PICTURE 9(4) VALUE ZEROES.
       01  WS-TOTAL-CREDITS     PICTURE 9(5) VALUE ZEROES.
       01  WS-PREV-INSTITUTION  PICTURE x(4) VALUE SPACES.
       01  WS-INSTITUTION-NAME  PICTURE x(20) VALUE SPACES.
       01  WS-CARD-ADDRESS.
           05  WS-CARD-ADDRESS1 PICTURE x(20) VALUE SPACES.
           05  WS-CARD-ADDRESS2 PICTURE x(20) VALUE SPACES.
           IF WS-CATALOG-STATUS = "00"
               SET WS-CATALOG-FILE-OK TO TRUE
           END-IF.
           OPEN INPUT EQUIVALENCY-FILE.
           IF WS-EQUIVALENCY-STATUS = "00"
               SET WS-EQUIVALENCY-OK TO TRUE
           END-IF.
           OPEN OUTPUT TRANSCRIPT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "TRNSCRPT: UNABLE TO OPEN TRANSCRIPT-FILE, "
               IF NOT WS-PERSON-ACTIVE
                   PERFORM 300-START-STUDENT
               END-IF
               IF GH-KEY-TERM (1:2) = "TR" AND
                       GH-CLASS-SECTION = SPACES
                   PERFORM 420-HOLD-TRANSFER-LINE
               ELSE
                   IF WS-TERM-ACTIVE AND
                           GH-KEY-TERM NOT = WS-CURRENT-TERM
                       PERFORM 510-FINISH-TERM
                   END-IF
                   IF NOT WS-TERM-ACTIVE
                       PERFORM 310-START-TERM
                   END-IF
                   PERFORM 400-PRINT-COURSE-LINE
               END-IF
               PERFORM 110-READ-HISTORY
           END-IF.

           MOVE GH-KEY-PERSON-ID TO WS-CURRENT-PERSON.
           MOVE ZEROES TO WS-CUM-WEIGHTED.
           MOVE ZEROES TO WS-CUM-CREDITS.
           MOVE ZEROES TO WS-TRANSFER-COUNT.
           MOVE ZEROES TO WS-TRANSFER-DROPPED.
           SET WS-PERSON-ACTIVE TO TRUE.
           SET WS-TERM-ACTIVE-SWITCH TO "N".
           PERFORM 320-PRINT-PAGE-HEADING.
               END-READ
           END-IF.

      ******************************************************************
      * More transfer courses than the table holds is not expected;
      * the overflow is counted and noted on the page rather than
      * silently lost.
      ******************************************************************
       420-HOLD-TRANSFER-LINE.
           IF WS-TRANSFER-COUNT < 40
               ADD 1 TO WS-TRANSFER-COUNT
               PERFORM 410-LOOK-UP-CREDIT-HOURS
               MOVE GH-KEY-TERM (3:4) TO
                   WS-TR-INSTITUTION (WS-TRANSFER-COUNT)
               MOVE GH-KEY-COURSE-CODE TO
                   WS-TR-CODE (WS-TRANSFER-COUNT)
               MOVE GH-COURSE-NAME TO WS-TR-NAME (WS-TRANSFER-COUNT)
               MOVE GH-COURSE-SCORE TO
                   WS-TR-SCORE (WS-TRANSFER-COUNT)
               MOVE WS-CREDIT-HOURS TO
                   WS-TR-CREDITS (WS-TRANSFER-COUNT)
           ELSE
               ADD 1 TO WS-TRANSFER-DROPPED
           END-IF.

       500-FINISH-STUDENT.
           IF WS-TERM-ACTIVE
               PERFORM 510-FINISH-TERM
           END-IF.
           MOVE ZEROES TO WS-TRANSFER-CREDITS.
           IF WS-TRANSFER-COUNT > 0 OR WS-TRANSFER-DROPPED > 0
               PERFORM 520-PRINT-TRANSFER-CREDIT
           END-IF.
           MOVE ZEROES TO WS-AVERAGE.
           IF WS-CUM-CREDITS > 0
               COMPUTE WS-AVERAGE ROUNDED =
               " CREDITS)" DELIMITED BY SIZE
               INTO TRANSCRIPT-LINE.
           WRITE TRANSCRIPT-LINE.
           IF WS-TRANSFER-COUNT > 0
               COMPUTE WS-TOTAL-CREDITS =
                   WS-CUM-CREDITS + WS-TRANSFER-CREDITS
               MOVE WS-TRANSFER-CREDITS TO WS-CREDITS-ED
               MOVE SPACES TO TRANSCRIPT-LINE
               STRING "TRANSFER CREDITS:   " DELIMITED BY SIZE
                   WS-CREDITS-ED DELIMITED BY SIZE
                   INTO TRANSCRIPT-LINE
               WRITE TRANSCRIPT-LINE
               MOVE WS-TOTAL-CREDITS TO WS-CREDITS-ED
               MOVE SPACES TO TRANSCRIPT-LINE
               STRING "TOTAL CREDITS:      " DELIMITED BY SIZE
                   WS-CREDITS-ED DELIMITED BY SIZE
                   INTO TRANSCRIPT-LINE
               WRITE TRANSCRIPT-LINE
           END-IF.
           ADD 1 TO WS-PAGES-PRINTED.
           SET WS-PERSON-ACTIVE-SWITCH TO "N".

           ADD WS-TERM-CREDITS TO WS-CUM-CREDITS.
           SET WS-TERM-ACTIVE-SWITCH TO "N".

      ******************************************************************
      * The transfer section: a heading per school, the courses as
      * posted under our codes, and the credits transferred. A school
      * no longer on the equivalency table prints under its code.
      ******************************************************************
       520-PRINT-TRANSFER-CREDIT.
           MOVE SPACES TO TRANSCRIPT-LINE.
           WRITE TRANSCRIPT-LINE.
           MOVE "TRANSFER CREDIT" TO TRANSCRIPT-LINE.
           WRITE TRANSCRIPT-LINE.
           MOVE SPACES TO WS-PREV-INSTITUTION.
           PERFORM VARYING WS-TRANSFER-SUB FROM 1 BY 1
                   UNTIL WS-TRANSFER-SUB > WS-TRANSFER-COUNT
               IF WS-TR-INSTITUTION (WS-TRANSFER-SUB) NOT =
                       WS-PREV-INSTITUTION
                   MOVE WS-TR-INSTITUTION (WS-TRANSFER-SUB) TO
                       WS-PREV-INSTITUTION
                   PERFORM 530-PRINT-SCHOOL-HEADING
               END-IF
               MOVE WS-TR-CODE (WS-TRANSFER-SUB) TO WS-DET-CODE
               MOVE WS-TR-NAME (WS-TRANSFER-SUB) TO WS-DET-NAME
               MOVE WS-TR-SCORE (WS-TRANSFER-SUB) TO WS-DET-SCORE
               MOVE WS-TR-CREDITS (WS-TRANSFER-SUB) TO WS-DET-CREDITS
               MOVE WS-DETAIL-LINE TO TRANSCRIPT-LINE
               WRITE TRANSCRIPT-LINE
               ADD WS-TR-CREDITS (WS-TRANSFER-SUB) TO
                   WS-TRANSFER-CREDITS
           END-PERFORM.
           IF WS-TRANSFER-DROPPED > 0
               MOVE SPACES TO TRANSCRIPT-LINE
               STRING "  ** " DELIMITED BY SIZE
                   WS-TRANSFER-DROPPED DELIMITED BY SIZE
                   " MORE TRANSFER COURSES ON FILE, NOT SHOWN"
                       DELIMITED BY SIZE
                   INTO TRANSCRIPT-LINE
               WRITE TRANSCRIPT-LINE
           END-IF.

       530-PRINT-SCHOOL-HEADING.
           MOVE SPACES TO WS-INSTITUTION-NAME.
           IF WS-EQUIVALENCY-OK
               MOVE WS-PREV-INSTITUTION TO EQ-KEY-INSTITUTION
               MOVE LOW-VALUES TO EQ-KEY-OUTSIDE-COURSE
               START EQUIVALENCY-FILE KEY IS NOT LESS THAN
                       EQ-EQUIVALENCY-KEY
                   NOT INVALID KEY
                       READ EQUIVALENCY-FILE NEXT RECORD
                           NOT AT END
                               IF EQ-KEY-INSTITUTION =
                                       WS-PREV-INSTITUTION
                                   MOVE EQ-INSTITUTION-NAME TO
                                       WS-INSTITUTION-NAME
                               END-IF
                       END-READ
               END-START
           END-IF.
           MOVE SPACES TO TRANSCRIPT-LINE.
           STRING "  FROM " DELIMITED BY SIZE
               WS-PREV-INSTITUTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-INSTITUTION-NAME DELIMITED BY SIZE
               INTO TRANSCRIPT-LINE.
           WRITE TRANSCRIPT-LINE.
           MOVE "    CODE COURSE          SCORE CREDITS"
               TO TRANSCRIPT-LINE.
           WRITE TRANSCRIPT-LINE.

       900-TERMINATE.
           CLOSE GRADE-HISTORY.
           IF WS-MASTER-OK
           IF WS-CATALOG-FILE-OK
               CLOSE COURSE-CATALOG
           END-IF.
           IF WS-EQUIVALENCY-OK
               CLOSE EQUIVALENCY-FILE
           END-IF.
           CLOSE TRANSCRIPT-FILE.
           DISPLAY "TRNSCRPT: TRANSCRIPTS PRINTED " WS-PAGES-PRINTED.
