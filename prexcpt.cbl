      ******************************************************************
      * Prerequisite exceptions listing
      * Prints every registrar override on PREOVRD.DAT, in student and
      * course order, for the registrar's periodic review: the student
      * and course by name, who granted the override, when, and why.
      * Each override is put back through PREREQCK with the override
      * itself disregarded, so the listing shows whether the student
      * is still short of the prerequisite or has since met it (an
      * override no longer needed can be removed in PREREQ-MAINT), and
      * whether the course is on the student's PM-COURSES table right
      * now. Output is PREXCPT.RPT; counts are echoed on the console.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREXCPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVERRIDE-FILE ASSIGN TO "PREOVRD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PO-OVERRIDE-KEY
               FILE STATUS IS WS-OVERRIDE-STATUS.

           SELECT PERSON-MASTER ASSIGN TO "PERSONMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PERSON-ID
               ALTERNATE RECORD KEY IS PM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT COURSE-CATALOG ASSIGN TO "COURSECT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-COURSE-CODE
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT EXCEPTION-REPORT ASSIGN TO "PREXCPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OVERRIDE-FILE.
           COPY OVRDREC REPLACING ==:PFX:== BY ==PO-==.

       FD  PERSON-MASTER.
           COPY PERSONREC REPLACING ==:PFX:== BY ==PM-==.

       FD  COURSE-CATALOG.
           COPY COURSEREC REPLACING ==:PFX:== BY ==CC-==.

       FD  EXCEPTION-REPORT.
       01  EXCEPTION-LINE       PICTURE x(100).

       WORKING-STORAGE SECTION.
       01  WS-OVERRIDE-STATUS   PICTURE xx VALUE "00".
       01  WS-MASTER-STATUS     PICTURE xx VALUE "00".
       01  WS-CATALOG-STATUS    PICTURE xx VALUE "00".
       01  WS-REPORT-STATUS     PICTURE xx VALUE "00".
       01  WS-EOF-SWITCH        PICTURE x VALUE "N".
           88  WS-END-OF-OVERRIDES  VALUE "Y".
       01  WS-CATALOG-OK-SWITCH PICTURE x VALUE "N".
           88  WS-CATALOG-OK        VALUE "Y".
       01  WS-SUBSCRIPT         PICTURE 99 VALUE ZERO.
       01  WS-OVERRIDES-LISTED  PICTURE 9(5) VALUE ZEROES.
       01  WS-STILL-UNMET       PICTURE 9(5) VALUE ZEROES.
       01  WS-NOW-MET           PICTURE 9(5) VALUE ZEROES.
       01  WS-DETAIL-LINE.
           05  WS-DET-PERSON-ID PICTURE 9(6).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-DET-FIRST-NAME PICTURE x(10).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-DET-LAST-NAME PICTURE x(10).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-DET-COURSE-CODE PICTURE x(4).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-DET-COURSE-NAME PICTURE x(15).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-DET-GRANTED-BY PICTURE x(20).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-DET-GRANTED-DATE PICTURE 9(8).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-DET-PREREQ    PICTURE x(9).
           05  FILLER           PICTURE x VALUE SPACE.
           05  WS-DET-CARRYING  PICTURE x(3).
           COPY PREREQRQ REPLACING ==:PFX:== BY ==PC-==.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 100-INITIALIZE.
           PERFORM 200-LIST-OVERRIDE UNTIL WS-END-OF-OVERRIDES.
           PERFORM 900-TERMINATE.
           STOP RUN.

       100-INITIALIZE.
           OPEN INPUT OVERRIDE-FILE.
           IF WS-OVERRIDE-STATUS = "35"
               DISPLAY "PREXCPT: NO OVERRIDES ON FILE"
               STOP RUN
           END-IF.
           IF WS-OVERRIDE-STATUS NOT = "00"
               DISPLAY "PREXCPT: UNABLE TO OPEN OVERRIDE-FILE, STATUS "
                   WS-OVERRIDE-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT PERSON-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "PREXCPT: UNABLE TO OPEN PERSON-MASTER, STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT COURSE-CATALOG.
           IF WS-CATALOG-STATUS = "00"
               SET WS-CATALOG-OK TO TRUE
           END-IF.
           OPEN OUTPUT EXCEPTION-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "PREXCPT: UNABLE TO OPEN EXCEPTION-REPORT, "
                   "STATUS " WS-REPORT-STATUS
               STOP RUN
           END-IF.
           MOVE "PREREQUISITE OVERRIDE EXCEPTIONS" TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE SPACES TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE SPACES TO EXCEPTION-LINE.
           MOVE "ID" TO EXCEPTION-LINE (1:2).
           MOVE "STUDENT" TO EXCEPTION-LINE (8:7).
           MOVE "COURSE" TO EXCEPTION-LINE (30:6).
           MOVE "GRANTED BY" TO EXCEPTION-LINE (51:10).
           MOVE "DATE" TO EXCEPTION-LINE (72:4).
           MOVE "PREREQ" TO EXCEPTION-LINE (81:6).
           MOVE "NOW" TO EXCEPTION-LINE (91:3).
           WRITE EXCEPTION-LINE.
           MOVE ALL "-" TO EXCEPTION-LINE (1:93).
           WRITE EXCEPTION-LINE.
           PERFORM 910-READ-OVERRIDE.

       910-READ-OVERRIDE.
           READ OVERRIDE-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-OVERRIDES TO TRUE
           END-READ.

      ******************************************************************
      * PREREQCK answers OVERRIDDEN for anything on this file, which
      * says nothing; what the registrar wants is whether the rules
      * alone would now let the student in. The missing-code fields
      * are only filled when a rule fails, so a blank MISSING-CODE
      * after the call means every rule is met on history alone.
      ******************************************************************
       200-LIST-OVERRIDE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE PO-KEY-PERSON-ID TO WS-DET-PERSON-ID.
           MOVE PO-KEY-COURSE-CODE TO WS-DET-COURSE-CODE.
           MOVE PO-GRANTED-BY TO WS-DET-GRANTED-BY.
           MOVE PO-GRANTED-DATE TO WS-DET-GRANTED-DATE.
           PERFORM 210-LOOKUP-COURSE-NAME.
           MOVE "NO" TO WS-DET-CARRYING.
           MOVE PO-KEY-PERSON-ID TO PM-PERSON-ID.
           READ PERSON-MASTER
               INVALID KEY
                   MOVE "NOT ON" TO WS-DET-FIRST-NAME
                   MOVE "MASTER" TO WS-DET-LAST-NAME
               NOT INVALID KEY
                   MOVE PM-FIRST-NAME TO WS-DET-FIRST-NAME
                   MOVE PM-LAST-NAME TO WS-DET-LAST-NAME
                   PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                           UNTIL WS-SUBSCRIPT > PM-COURSE-COUNT
                       IF PM-COURSE-CODE (WS-SUBSCRIPT) =
                               PO-KEY-COURSE-CODE
                           MOVE "YES" TO WS-DET-CARRYING
                       END-IF
                   END-PERFORM
           END-READ.
           MOVE PO-KEY-PERSON-ID TO PC-PERSON-ID.
           MOVE PO-KEY-COURSE-CODE TO PC-COURSE-CODE.
           CALL "PREREQCK" USING PC-PREREQ-REQUEST.
           EVALUATE TRUE
               WHEN PC-PREREQ-FILE-ERROR
                   MOVE "UNKNOWN" TO WS-DET-PREREQ
               WHEN PC-MISSING-CODE = SPACES
                   MOVE "NOW MET" TO WS-DET-PREREQ
                   ADD 1 TO WS-NOW-MET
               WHEN OTHER
                   MOVE "NOT MET" TO WS-DET-PREREQ
                   ADD 1 TO WS-STILL-UNMET
           END-EVALUATE.
           MOVE WS-DETAIL-LINE TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING "       REASON: " DELIMITED BY SIZE
               PO-REASON DELIMITED BY SIZE
               INTO EXCEPTION-LINE.
           IF PC-PREREQ-NOT-MET OR PC-PREREQ-OVERRIDDEN
               IF PC-MISSING-CODE NOT = SPACES
                   MOVE PC-REASON TO EXCEPTION-LINE (51:30)
               END-IF
           END-IF.
           WRITE EXCEPTION-LINE.
           ADD 1 TO WS-OVERRIDES-LISTED.
           PERFORM 910-READ-OVERRIDE.

       210-LOOKUP-COURSE-NAME.
           MOVE "(NOT IN CATALOG)" TO WS-DET-COURSE-NAME.
           IF WS-CATALOG-OK
               MOVE PO-KEY-COURSE-CODE TO CC-COURSE-CODE
               READ COURSE-CATALOG
                   NOT INVALID KEY
                       MOVE CC-COURSE-NAME TO WS-DET-COURSE-NAME
               END-READ
           END-IF.

       900-TERMINATE.
           MOVE SPACES TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING "OVERRIDES LISTED " DELIMITED BY SIZE
               WS-OVERRIDES-LISTED DELIMITED BY SIZE
               "   STILL NOT MET " DELIMITED BY SIZE
               WS-STILL-UNMET DELIMITED BY SIZE
               "   NOW MET " DELIMITED BY SIZE
               WS-NOW-MET DELIMITED BY SIZE
               INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           CLOSE OVERRIDE-FILE.
           CLOSE PERSON-MASTER.
           IF WS-CATALOG-OK
               CLOSE COURSE-CATALOG
           END-IF.
           CLOSE EXCEPTION-REPORT.
           DISPLAY "PREXCPT: OVERRIDES LISTED  " WS-OVERRIDES-LISTED.
           DISPLAY "PREXCPT: STILL NOT MET     " WS-STILL-UNMET.
           DISPLAY "PREXCPT: NOW MET           " WS-NOW-MET.
