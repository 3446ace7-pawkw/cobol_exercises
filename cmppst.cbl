      ******************************************************************
      * Component score posting batch
      * Reads CMPSCIN.DAT, one assessment score per line (PERSON-ID,
      * COURSE-CODE, COMPONENT-CODE, SCORE), and files each on the
      * component score file CMPSCORE.DAT for courses graded by
      * components. A score for a component already posted replaces
      * the earlier one, so a corrected quiz is simply posted again.
      * A line is rejected onto CMPERR.RPT when the score is missing,
      * not three digits or over 100, the person is not on the master
      * or not enrolled in the course, the course has no component
      * weighting, or the component is not one of its codes. Nothing
      * here touches PERSON-MASTER - CMPROLL weighs the posted
      * components into COURSE-SCORE. Read/posted/rejected totals are
      * displayed at end of run like GRADEPST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPPST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPONENT-INPUT ASSIGN TO "CMPSCIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT PERSON-MASTER ASSIGN TO "PERSONMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PERSON-ID
               ALTERNATE RECORD KEY IS PM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT WEIGHT-FILE ASSIGN TO "CMPWGT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CW-COURSE-CODE
               FILE STATUS IS WS-WEIGHT-STATUS.

           SELECT SCORE-FILE ASSIGN TO "CMPSCORE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-SCORE-KEY
               FILE STATUS IS WS-SCORE-STATUS.

           SELECT ERROR-REPORT ASSIGN TO "CMPERR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPONENT-INPUT.
           COPY CMPTXN REPLACING ==:PFX:== BY ==CX-==.

       FD  PERSON-MASTER.
           COPY PERSONREC REPLACING ==:PFX:== BY ==PM-==.

       FD  WEIGHT-FILE.
           COPY CMPWREC REPLACING ==:PFX:== BY ==CW-==.

       FD  SCORE-FILE.
           COPY CMPSREC REPLACING ==:PFX:== BY ==CS-==.

       FD  ERROR-REPORT.
       01  ERROR-REPORT-LINE.
           05  ER-PERSON-ID    PICTURE 9(6).
           05  FILLER          PICTURE x VALUE SPACE.
           05  ER-COURSE-CODE  PICTURE x(4).
           05  FILLER          PICTURE x VALUE SPACE.
           05  ER-COMPONENT-CODE PICTURE x(4).
           05  FILLER          PICTURE x VALUE SPACE.
           05  ER-SCORE        PICTURE 999.
           05  FILLER          PICTURE x VALUE SPACE.
           05  ER-REASON       PICTURE x(30).

       WORKING-STORAGE SECTION.
       01  WS-INPUT-STATUS      PICTURE xx VALUE "00".
       01  WS-MASTER-STATUS     PICTURE xx VALUE "00".
       01  WS-WEIGHT-STATUS     PICTURE xx VALUE "00".
       01  WS-SCORE-STATUS      PICTURE xx VALUE "00".
       01  WS-REPORT-STATUS     PICTURE xx VALUE "00".
       01  WS-REJECT-REASON     PICTURE x(30) VALUE SPACES.
       01  WS-EOF-SWITCH        PICTURE x VALUE "N".
           88  WS-END-OF-INPUT      VALUE "Y".
       01  WS-FOUND-SWITCH      PICTURE x VALUE "N".
           88  WS-FOUND             VALUE "Y".
       01  WS-RECORDS-READ      PICTURE 9(7) VALUE ZEROES.
       01  WS-RECORDS-POSTED    PICTURE 9(7) VALUE ZEROES.
       01  WS-RECORDS-REPLACED  PICTURE 9(7) VALUE ZEROES.
       01  WS-RECORDS-REJECTED  PICTURE 9(7) VALUE ZEROES.
       01  WS-SUBSCRIPT         PICTURE 99 VALUE ZERO.
       01  WS-CURRENT-DATE-TIME PICTURE x(21).
       01  WS-TODAY             PICTURE 9(8) VALUE ZEROES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 100-INITIALIZE.
           PERFORM 200-POST-COMPONENTS UNTIL WS-END-OF-INPUT.
           PERFORM 900-TERMINATE.
           STOP RUN.

       100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-TODAY.
           OPEN INPUT COMPONENT-INPUT.
           IF WS-INPUT-STATUS NOT = "00"
               DISPLAY "CMPPST: UNABLE TO OPEN COMPONENT-INPUT, STATUS "
                   WS-INPUT-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT PERSON-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "CMPPST: UNABLE TO OPEN PERSON-MASTER, STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT WEIGHT-FILE.
           IF WS-WEIGHT-STATUS NOT = "00"
               DISPLAY "CMPPST: UNABLE TO OPEN WEIGHT-FILE, STATUS "
                   WS-WEIGHT-STATUS
               STOP RUN
           END-IF.
           OPEN I-O SCORE-FILE.
           IF WS-SCORE-STATUS = "35"
               CLOSE SCORE-FILE
               OPEN OUTPUT SCORE-FILE
               CLOSE SCORE-FILE
               OPEN I-O SCORE-FILE
           END-IF.
           IF WS-SCORE-STATUS NOT = "00"
               DISPLAY "CMPPST: UNABLE TO OPEN SCORE-FILE, STATUS "
                   WS-SCORE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT ERROR-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "CMPPST: UNABLE TO OPEN ERROR-REPORT, STATUS "
                   WS-REPORT-STATUS
               STOP RUN
           END-IF.
           PERFORM 110-READ-INPUT.

       110-READ-INPUT.
           READ COMPONENT-INPUT
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

       200-POST-COMPONENTS.
           EVALUATE TRUE
               WHEN CX-SCORE = SPACES
                   MOVE "SCORE NOT ENTERED" TO WS-REJECT-REASON
                   PERFORM 260-WRITE-ERROR-LINE
               WHEN CX-SCORE NOT NUMERIC
                   MOVE "SCORE NOT THREE DIGITS" TO WS-REJECT-REASON
                   PERFORM 260-WRITE-ERROR-LINE
               WHEN CX-SCORE > 100
                   MOVE "SCORE OUT OF RANGE (0-100)" TO
                       WS-REJECT-REASON
                   PERFORM 260-WRITE-ERROR-LINE
               WHEN CX-PERSON-ID NOT NUMERIC
                   MOVE "PERSON-ID NOT NUMERIC" TO WS-REJECT-REASON
                   PERFORM 260-WRITE-ERROR-LINE
               WHEN OTHER
                   PERFORM 210-CHECK-PERSON
           END-EVALUATE.
           PERFORM 110-READ-INPUT.

       210-CHECK-PERSON.
           MOVE CX-PERSON-ID TO PM-PERSON-ID.
           READ PERSON-MASTER
               INVALID KEY
                   MOVE "PERSON-ID NOT ON MASTER" TO WS-REJECT-REASON
                   PERFORM 260-WRITE-ERROR-LINE
               NOT INVALID KEY
                   PERFORM 220-CHECK-ENROLLMENT
           END-READ.

       220-CHECK-ENROLLMENT.
           SET WS-FOUND-SWITCH TO "N".
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > PM-COURSE-COUNT
               IF PM-COURSE-CODE (WS-SUBSCRIPT) = CX-COURSE-CODE
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-FOUND
               PERFORM 230-CHECK-COMPONENT
           ELSE
               MOVE "PERSON NOT ENROLLED IN COURSE" TO
                   WS-REJECT-REASON
               PERFORM 260-WRITE-ERROR-LINE
           END-IF.

       230-CHECK-COMPONENT.
           MOVE CX-COURSE-CODE TO CW-COURSE-CODE.
           READ WEIGHT-FILE
               INVALID KEY
                   MOVE "COURSE HAS NO COMPONENT WEIGHTS" TO
                       WS-REJECT-REASON
                   PERFORM 260-WRITE-ERROR-LINE
               NOT INVALID KEY
                   SET WS-FOUND-SWITCH TO "N"
                   PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                           UNTIL WS-SUBSCRIPT > CW-COMPONENT-COUNT
                       IF CW-COMPONENT-CODE (WS-SUBSCRIPT) =
                               CX-COMPONENT-CODE
                           SET WS-FOUND TO TRUE
                       END-IF
                   END-PERFORM
                   IF WS-FOUND
                       PERFORM 240-FILE-SCORE
                   ELSE
                       MOVE "COMPONENT NOT IN COURSE WEIGHTS" TO
                           WS-REJECT-REASON
                       PERFORM 260-WRITE-ERROR-LINE
                   END-IF
           END-READ.

      ******************************************************************
      * A component posted before is re-scored in place.
      ******************************************************************
       240-FILE-SCORE.
           MOVE CX-PERSON-ID      TO CS-KEY-PERSON-ID.
           MOVE CX-COURSE-CODE    TO CS-KEY-COURSE-CODE.
           MOVE CX-COMPONENT-CODE TO CS-KEY-COMPONENT-CODE.
           READ SCORE-FILE
               INVALID KEY
                   MOVE CX-SCORE TO CS-SCORE
                   MOVE WS-TODAY TO CS-POSTED-DATE
                   WRITE CS-COMPONENT-SCORE
                   ADD 1 TO WS-RECORDS-POSTED
               NOT INVALID KEY
                   MOVE CX-SCORE TO CS-SCORE
                   MOVE WS-TODAY TO CS-POSTED-DATE
                   REWRITE CS-COMPONENT-SCORE
                   ADD 1 TO WS-RECORDS-POSTED
                   ADD 1 TO WS-RECORDS-REPLACED
           END-READ.
           IF WS-SCORE-STATUS NOT = "00"
               DISPLAY "CMPPST: SCORE-FILE WRITE FAILED FOR ID "
                   CX-PERSON-ID ", STATUS " WS-SCORE-STATUS
           END-IF.

      ******************************************************************
      * Space-cleared first for the same reason as GRADEPST's error
      * line. A score that is not numeric is shown as keyed.
      ******************************************************************
       260-WRITE-ERROR-LINE.
           MOVE SPACES TO ERROR-REPORT-LINE.
           MOVE CX-COMPONENT-TRANSACTION (1:6) TO
               ERROR-REPORT-LINE (1:6).
           MOVE CX-COURSE-CODE    TO ER-COURSE-CODE.
           MOVE CX-COMPONENT-CODE TO ER-COMPONENT-CODE.
           IF CX-SCORE NUMERIC
               MOVE CX-SCORE   TO ER-SCORE
           ELSE
               MOVE CX-COMPONENT-TRANSACTION (15:3) TO
                   ERROR-REPORT-LINE (18:3)
           END-IF.
           MOVE WS-REJECT-REASON TO ER-REASON.
           WRITE ERROR-REPORT-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "CMPPST: ERROR-REPORT WRITE FAILED, STATUS "
                   WS-REPORT-STATUS
           END-IF.
           ADD 1 TO WS-RECORDS-REJECTED.

       900-TERMINATE.
           CLOSE COMPONENT-INPUT.
           CLOSE PERSON-MASTER.
           CLOSE WEIGHT-FILE.
           CLOSE SCORE-FILE.
           CLOSE ERROR-REPORT.
           DISPLAY "CMPPST: RECORDS READ     " WS-RECORDS-READ.
           DISPLAY "CMPPST: RECORDS POSTED   " WS-RECORDS-POSTED.
           DISPLAY "CMPPST:   OF WHICH RESCORED " WS-RECORDS-REPLACED.
           DISPLAY "CMPPST: RECORDS REJECTED " WS-RECORDS-REJECTED.
