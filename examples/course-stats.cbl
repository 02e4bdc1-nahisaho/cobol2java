      * per course, grand-total page at the end.  Grading
      * uses the same GRDSCALE table the grading run uses,
      * so the what-if letters match CHECK-GRADE exactly.
      *
      * Each course's figures - graded count, mean, median,
      * letter counts and average curve points - are also
      * saved to the keyed CSTHIST course statistics
      * history under the CSTCTL term (default: the
      * business year and month), replacing any earlier run
      * for the same term, so COURSE-TREND can follow a
      * course and its department across terms.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COURSE-STATS-FILE ASSIGN TO "CRSSTAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COURSE-CATALOG-FILE ASSIGN TO "CRSCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-COURSE-ID.
           SELECT OPTIONAL COURSE-STATS-HIST-FILE ASSIGN TO "CSTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CH-STATS-KEY.
           SELECT OPTIONAL STATS-CONTROL-FILE ASSIGN TO "CSTCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BSNSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COURSE-STATS-FILE.
       01 COURSE-STATS-REC         PIC X(80).

       FD  COURSE-CATALOG-FILE.
           COPY "CRSCAT.CPY".

       FD  COURSE-STATS-HIST-FILE.
           COPY "CSTHIST.CPY".

       FD  STATS-CONTROL-FILE.
       01 STATS-CONTROL-REC.
           05 SC-TERM-CODE         PIC X(06).
           05 FILLER               PIC X(14).

       FD  BUSINESS-DATE-FILE.
           COPY "BSNDATE.CPY".

       WORKING-STORAGE SECTION.
       COPY "GRDSCALE.CPY".

               10 WS-CS-SCORE-TOTAL    PIC 9(08).
               10 WS-CS-RAISED-COUNT   PIC 9(05).
               10 WS-CS-LOWERED-COUNT  PIC 9(05).
               10 WS-CS-CURVE-TOTAL    PIC S9(08).
               10 WS-CS-LETTER-SLOT OCCURS 13 TIMES
                       INDEXED BY LT-IDX.
                   15 WS-CS-LETTER      PIC X(02).
       01 WS-MEAN-SCORE          PIC 9(03)V99 VALUE 0.
       01 WS-MEDIAN-SCORE        PIC 9(03)V99 VALUE 0.
       01 WS-PASS-RATE           PIC 9(03) VALUE 0.
       01 WS-AVG-CURVE-POINTS    PIC S9(03)V99
               SIGN IS LEADING SEPARATE CHARACTER VALUE 0.

      * History letter slots follow the grading-scale order.
       01 WS-HIST-LETTER-INIT    PIC X(24)
               VALUE "A+A A-B+B B-C+C C-D+D F ".
       01 WS-HIST-LETTER-TABLE REDEFINES WS-HIST-LETTER-INIT.
           05 WS-HIST-LETTER     PIC X(02) OCCURS 12 TIMES
                   INDEXED BY HL-IDX.

       01 WS-BUSINESS-DATE       PIC X(08) VALUE SPACES.
       01 WS-STATS-TERM          PIC X(06) VALUE SPACES.
       01 WS-HIST-WRITTEN-COUNT  PIC 9(05) VALUE 0.

       01 WS-GRAND-STUDENT-COUNT PIC 9(07) VALUE 0.
       01 WS-GRAND-PASS-COUNT    PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM READ-BUSINESS-DATE-PARAGRAPH
           PERFORM READ-STATS-CONTROL-PARAGRAPH
           OPEN INPUT GRADE-RESULT-FILE
           OPEN OUTPUT COURSE-STATS-FILE
           OPEN INPUT COURSE-CATALOG-FILE
           OPEN I-O COURSE-STATS-HIST-FILE
           PERFORM READ-RESULT-PARAGRAPH
           PERFORM UNTIL END-OF-RESULT-FILE
               IF GRADE-RESULT-REC (1:6) NOT = "ROSTER"
               UNTIL CS-IDX > WS-COURSE-COUNT
           PERFORM REPORT-GRAND-TOTAL-PARAGRAPH
           CLOSE COURSE-STATS-FILE
           CLOSE COURSE-CATALOG-FILE
           CLOSE COURSE-STATS-HIST-FILE
           STOP RUN.

       READ-BUSINESS-DATE-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUSINESS-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BD-BUSINESS-DATE NUMERIC
                       MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
                   END-IF
           END-READ
           CLOSE BUSINESS-DATE-FILE.

      * With no CSTCTL card the term is the business year
      * and month, the term GRADE-CHECKER posts under when
      * an enrollment carries none.
       READ-STATS-CONTROL-PARAGRAPH.
           MOVE WS-BUSINESS-DATE (1:6) TO WS-STATS-TERM
           OPEN INPUT STATS-CONTROL-FILE
           READ STATS-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF SC-TERM-CODE NOT = SPACES
                       MOVE SC-TERM-CODE TO WS-STATS-TERM
                   END-IF
           END-READ
           CLOSE STATS-CONTROL-FILE.

       READ-RESULT-PARAGRAPH.
           READ GRADE-RESULT-FILE
               AT END
           MOVE 0 TO WS-CS-SCORE-TOTAL (CS-IDX)
           MOVE 0 TO WS-CS-RAISED-COUNT (CS-IDX)
           MOVE 0 TO WS-CS-LOWERED-COUNT (CS-IDX)
           MOVE 0 TO WS-CS-CURVE-TOTAL (CS-IDX)
           PERFORM VARYING LT-IDX FROM 1 BY 1
                   UNTIL LT-IDX > 13
               MOVE SPACES TO WS-CS-LETTER (CS-IDX LT-IDX)
           END-IF
           ADD WS-CS-SCORE (CS-IDX SCO-IDX)
               TO WS-CS-SCORE-TOTAL (CS-IDX)
           ADD GR-CURVE-POINTS TO WS-CS-CURVE-TOTAL (CS-IDX)
           IF GR-PASS-FAIL = "PASS"
               ADD 1 TO WS-CS-PASS-COUNT (CS-IDX)
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           WRITE COURSE-STATS-REC FROM WS-REPORT-LINE
           STRING "COURSE " WS-CS-COURSE-ID (CS-IDX)
               " STATISTICS  TERM " WS-STATS-TERM DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE COURSE-STATS-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CURVE EFFECT  LETTER RAISED="
               WS-CS-RAISED-COUNT (CS-IDX)
               " LETTER LOWERED=" WS-CS-LOWERED-COUNT (CS-IDX)
               " AVG CURVE=" WS-AVG-CURVE-POINTS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE COURSE-STATS-REC FROM WS-REPORT-LINE
           PERFORM WRITE-STATS-HISTORY-PARAGRAPH
           ADD WS-CS-STUDENT-COUNT (CS-IDX)
               TO WS-GRAND-STUDENT-COUNT
           ADD WS-CS-PASS-COUNT (CS-IDX) TO WS-GRAND-PASS-COUNT
                        + WS-CS-SCORE (CS-IDX WS-MEDIAN-SUB + 1))
                           / 2
               END-IF
               COMPUTE WS-AVG-CURVE-POINTS ROUNDED =
                   WS-CS-CURVE-TOTAL (CS-IDX)
                       / WS-CS-STUDENT-COUNT (CS-IDX)
           ELSE
               MOVE 0 TO WS-MEAN-SCORE
               MOVE 0 TO WS-MEDIAN-SCORE
               MOVE 0 TO WS-PASS-RATE
               MOVE 0 TO WS-AVG-CURVE-POINTS
           END-IF.

      * A rerun for the same term replaces the course's
      * history record rather than failing on the key.
       WRITE-STATS-HISTORY-PARAGRAPH.
           MOVE SPACES TO COURSE-STATS-HIST-REC
           MOVE WS-CS-COURSE-ID (CS-IDX) TO CH-COURSE-ID
           MOVE WS-STATS-TERM TO CH-TERM-CODE
           MOVE WS-CS-COURSE-ID (CS-IDX) TO CU-COURSE-ID
           READ COURSE-CATALOG-FILE
               INVALID KEY
                   MOVE SPACES TO CU-DEPT-CODE
           END-READ
           IF CU-DEPT-CODE NOT = SPACES
               MOVE CU-DEPT-CODE TO CH-DEPT-CODE
           ELSE
               MOVE WS-CS-COURSE-ID (CS-IDX) (1:4) TO CH-DEPT-CODE
           END-IF
           MOVE WS-CS-STUDENT-COUNT (CS-IDX) TO CH-GRADED-COUNT
           MOVE WS-CS-PASS-COUNT (CS-IDX) TO CH-PASS-COUNT
           MOVE WS-CS-SCORE-TOTAL (CS-IDX) TO CH-SCORE-TOTAL
           MOVE WS-MEAN-SCORE TO CH-MEAN-SCORE
           MOVE WS-MEDIAN-SCORE TO CH-MEDIAN-SCORE
           MOVE WS-CS-CURVE-TOTAL (CS-IDX) TO CH-CURVE-TOTAL
           MOVE WS-AVG-CURVE-POINTS TO CH-AVG-CURVE-POINTS
           MOVE 0 TO CH-A-COUNT
           PERFORM MOVE-HIST-LETTER-PARAGRAPH
               VARYING HL-IDX FROM 1 BY 1
               UNTIL HL-IDX > 12
           MOVE WS-BUSINESS-DATE TO CH-RUN-DATE
           WRITE COURSE-STATS-HIST-REC
               INVALID KEY
                   REWRITE COURSE-STATS-HIST-REC
                       INVALID KEY
                           DISPLAY "COURSE-STATS: CSTHIST POST FAILED"
                               " FOR COURSE " CH-COURSE-ID
                   END-REWRITE
           END-WRITE
           ADD 1 TO WS-HIST-WRITTEN-COUNT.

       MOVE-HIST-LETTER-PARAGRAPH.
           MOVE 0 TO CH-LETTER-COUNT (HL-IDX)
           SET LT-IDX TO 1
           SEARCH WS-CS-LETTER-SLOT
               AT END
                   CONTINUE
               WHEN WS-CS-LETTER (CS-IDX LT-IDX)
                       = WS-HIST-LETTER (HL-IDX)
                   MOVE WS-CS-LETTER-CNT (CS-IDX LT-IDX)
                       TO CH-LETTER-COUNT (HL-IDX)
           END-SEARCH
           IF HL-IDX <= 3
               ADD CH-LETTER-COUNT (HL-IDX) TO CH-A-COUNT
           END-IF.

       REPORT-GRAND-TOTAL-PARAGRAPH.
           STRING "CURVE EFFECT  RAISED=" WS-GRAND-RAISED-COUNT
               " LOWERED=" WS-GRAND-LOWERED-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE COURSE-STATS-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "HISTORY SAVED  TERM=" WS-STATS-TERM
               " COURSES=" WS-HIST-WRITTEN-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE COURSE-STATS-REC FROM WS-REPORT-LINE.
