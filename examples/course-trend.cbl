       IDENTIFICATION DIVISION.
       PROGRAM-ID. COURSE-TREND.
       AUTHOR. COBOL2Java Team.
      *
      * Multi-term grade distribution and grade-inflation
      * trend report
      *
      * COURSE-STATS prints one term and saves each course's
      * figures to the keyed CSTHIST course statistics
      * history.  This job reads that history in course and
      * term order and, for each course, prints its last
      * several terms (the TRNDCTL term count, default 4):
      * graded count, mean curved score, A-rate (A+, A and
      * A- as a percent of graded) and average curve points.
      * Comparing the newest term in the window against the
      * oldest, a course is flagged when its A-rate has
      * moved more than the A-rate tolerance (default 10.0
      * percentage points) or its mean more than the mean
      * tolerance (default 5.00 points), and when its
      * average curve points have grown every term over the
      * term before.
      *
      * The grading policy committee's department rollup
      * comes from the same history: every course-term is
      * sorted by department and term, re-weighted from the
      * saved score, curve and letter totals, and put through
      * the same window and flags on a separate report.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COURSE-STATS-HIST-FILE ASSIGN TO "CSTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CH-STATS-KEY.
           SELECT OPTIONAL TREND-CONTROL-FILE ASSIGN TO "TRNDCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COURSE-TREND-FILE ASSIGN TO "CRSTRND"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPT-TREND-FILE ASSIGN TO "DPTTRND"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-DEPT-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  COURSE-STATS-HIST-FILE.
           COPY "CSTHIST.CPY".

       FD  TREND-CONTROL-FILE.
       01 TREND-CONTROL-REC.
           05 TC-TERM-COUNT        PIC 9(01).
           05 TC-A-RATE-TOLERANCE  PIC 9(02)V9.
           05 TC-MEAN-TOLERANCE    PIC 9(02)V99.
           05 FILLER               PIC X(12).

       FD  COURSE-TREND-FILE.
       01 COURSE-TREND-REC           PIC X(80).

       FD  DEPT-TREND-FILE.
       01 DEPT-TREND-REC             PIC X(80).

       SD  SORT-DEPT-FILE.
       01 SORT-DEPT-REC.
           05 SD-DEPT-CODE         PIC X(04).
           05 SD-TERM-CODE         PIC X(06).
           05 SD-GRADED-COUNT      PIC 9(05).
           05 SD-SCORE-TOTAL       PIC 9(08).
           05 SD-CURVE-TOTAL       PIC S9(08)
                   SIGN IS LEADING SEPARATE CHARACTER.
           05 SD-A-COUNT           PIC 9(05).

       WORKING-STORAGE SECTION.
       01 WS-HIST-EOF-SWITCH     PIC X(01) VALUE "N".
           88 END-OF-HIST-FILE          VALUE "Y".
       01 WS-SORT-EOF-SWITCH     PIC X(01) VALUE "N".
           88 END-OF-SORT-FILE          VALUE "Y".

       01 WS-TREND-LEVEL         PIC X(01) VALUE "C".
           88 COURSE-LEVEL              VALUE "C".
           88 DEPT-LEVEL                VALUE "D".

       01 WS-TERM-WINDOW         PIC 9(01) VALUE 4.
       01 WS-A-RATE-TOLERANCE    PIC 9(02)V9 VALUE 10.0.
       01 WS-MEAN-TOLERANCE      PIC 9(02)V99 VALUE 5.00.

      * The group's terms in window, oldest first; once the
      * window is full the oldest drops off as each newer
      * term is added.
       01 WS-TREND-WINDOW-AREA.
           05 WS-TW-ENTRY OCCURS 9 TIMES
                   INDEXED BY TW-IDX.
               10 WS-TW-TERM-CODE      PIC X(06).
               10 WS-TW-GRADED-COUNT   PIC 9(07).
               10 WS-TW-SCORE-TOTAL    PIC 9(10).
               10 WS-TW-CURVE-TOTAL    PIC S9(10).
               10 WS-TW-A-COUNT        PIC 9(07).
               10 WS-TW-MEAN-SCORE     PIC 9(03)V99.
               10 WS-TW-A-RATE         PIC 9(03)V9.
               10 WS-TW-AVG-CURVE      PIC S9(03)V99
                       SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-TREND-TERM-COUNT    PIC 9(02) COMP VALUE 0.
       01 WS-SHIFT-SUB           PIC 9(02) COMP VALUE 0.

       01 WS-GROUP-KEY           PIC X(06) VALUE SPACES.
       01 WS-GROUP-DEPT-CODE     PIC X(04) VALUE SPACES.
       01 WS-GROUP-TERM-CODE     PIC X(06) VALUE SPACES.

       01 WS-A-RATE-CHANGE       PIC S9(03)V9
               SIGN IS LEADING SEPARATE CHARACTER VALUE 0.
       01 WS-MEAN-CHANGE         PIC S9(03)V99
               SIGN IS LEADING SEPARATE CHARACTER VALUE 0.
       01 WS-A-RATE-ABS          PIC 9(03)V9 VALUE 0.
       01 WS-MEAN-ABS            PIC 9(03)V99 VALUE 0.
       01 WS-CURVE-GROWING-SWITCH PIC X(01) VALUE "N".
           88 CURVE-GROWING             VALUE "Y".
       01 WS-GROUP-FLAGGED-SWITCH PIC X(01) VALUE "N".
           88 GROUP-FLAGGED             VALUE "Y".

       01 WS-REPORT-LINE         PIC X(80) VALUE SPACES.

       01 WS-COURSE-COUNT        PIC 9(05) VALUE 0.
       01 WS-COURSE-FLAGGED-COUNT PIC 9(05) VALUE 0.
       01 WS-DEPT-COUNT          PIC 9(05) VALUE 0.
       01 WS-DEPT-FLAGGED-COUNT  PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM READ-TREND-CONTROL-PARAGRAPH
           OPEN OUTPUT COURSE-TREND-FILE
           OPEN OUTPUT DEPT-TREND-FILE
           SET COURSE-LEVEL TO TRUE
           PERFORM PRINT-HEADING-PARAGRAPH
           SET DEPT-LEVEL TO TRUE
           PERFORM PRINT-HEADING-PARAGRAPH
           SORT SORT-DEPT-FILE
               ON ASCENDING KEY SD-DEPT-CODE SD-TERM-CODE
               INPUT PROCEDURE IS COURSE-TRENDS-PARAGRAPH
               OUTPUT PROCEDURE IS DEPT-TRENDS-PARAGRAPH
           PERFORM PRINT-RUN-TOTAL-PARAGRAPH
           CLOSE COURSE-TREND-FILE
           CLOSE DEPT-TREND-FILE
           STOP RUN.

      * A term count outside 2 to 9, or a tolerance that is
      * not numeric, leaves the default in place.
       READ-TREND-CONTROL-PARAGRAPH.
           OPEN INPUT TREND-CONTROL-FILE
           READ TREND-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF TC-TERM-COUNT NUMERIC
                           AND TC-TERM-COUNT >= 2
                       MOVE TC-TERM-COUNT TO WS-TERM-WINDOW
                   END-IF
                   IF TC-A-RATE-TOLERANCE NUMERIC
                       MOVE TC-A-RATE-TOLERANCE
                           TO WS-A-RATE-TOLERANCE
                   END-IF
                   IF TC-MEAN-TOLERANCE NUMERIC
                       MOVE TC-MEAN-TOLERANCE TO WS-MEAN-TOLERANCE
                   END-IF
           END-READ
           CLOSE TREND-CONTROL-FILE.

      *****************************************************
      * Sort input: the per-course trend pass, releasing   *
      * every course-term for the department rollup.       *
      *****************************************************
       COURSE-TRENDS-PARAGRAPH.
           SET COURSE-LEVEL TO TRUE
           OPEN INPUT COURSE-STATS-HIST-FILE
           PERFORM READ-HIST-PARAGRAPH
           PERFORM UNTIL END-OF-HIST-FILE
               MOVE CH-COURSE-ID TO WS-GROUP-KEY
               MOVE CH-DEPT-CODE TO WS-GROUP-DEPT-CODE
               MOVE 0 TO WS-TREND-TERM-COUNT
               PERFORM UNTIL END-OF-HIST-FILE
                       OR CH-COURSE-ID NOT = WS-GROUP-KEY
                   PERFORM NEXT-WINDOW-ENTRY-PARAGRAPH
                   MOVE CH-TERM-CODE TO WS-TW-TERM-CODE (TW-IDX)
                   MOVE CH-GRADED-COUNT TO WS-TW-GRADED-COUNT (TW-IDX)
                   MOVE CH-SCORE-TOTAL TO WS-TW-SCORE-TOTAL (TW-IDX)
                   MOVE CH-CURVE-TOTAL TO WS-TW-CURVE-TOTAL (TW-IDX)
                   MOVE CH-A-COUNT TO WS-TW-A-COUNT (TW-IDX)
                   PERFORM RELEASE-DEPT-PARAGRAPH
                   PERFORM READ-HIST-PARAGRAPH
               END-PERFORM
               ADD 1 TO WS-COURSE-COUNT
               PERFORM EVALUATE-TREND-PARAGRAPH
               IF GROUP-FLAGGED
                   ADD 1 TO WS-COURSE-FLAGGED-COUNT
               END-IF
           END-PERFORM
           CLOSE COURSE-STATS-HIST-FILE.

       READ-HIST-PARAGRAPH.
           READ COURSE-STATS-HIST-FILE NEXT RECORD
               AT END
                   SET END-OF-HIST-FILE TO TRUE
           END-READ.

       RELEASE-DEPT-PARAGRAPH.
           MOVE CH-DEPT-CODE TO SD-DEPT-CODE
           MOVE CH-TERM-CODE TO SD-TERM-CODE
           MOVE CH-GRADED-COUNT TO SD-GRADED-COUNT
           MOVE CH-SCORE-TOTAL TO SD-SCORE-TOTAL
           MOVE CH-CURVE-TOTAL TO SD-CURVE-TOTAL
           MOVE CH-A-COUNT TO SD-A-COUNT
           RELEASE SORT-DEPT-REC.

      * Points TW-IDX at a fresh newest entry, dropping the
      * oldest term when the window is already full.
       NEXT-WINDOW-ENTRY-PARAGRAPH.
           IF WS-TREND-TERM-COUNT >= WS-TERM-WINDOW
               PERFORM VARYING WS-SHIFT-SUB FROM 2 BY 1
                       UNTIL WS-SHIFT-SUB > WS-TREND-TERM-COUNT
                   MOVE WS-TW-ENTRY (WS-SHIFT-SUB)
                       TO WS-TW-ENTRY (WS-SHIFT-SUB - 1)
               END-PERFORM
           ELSE
               ADD 1 TO WS-TREND-TERM-COUNT
           END-IF
           SET TW-IDX TO WS-TREND-TERM-COUNT
           MOVE SPACES TO WS-TW-TERM-CODE (TW-IDX)
           MOVE 0 TO WS-TW-GRADED-COUNT (TW-IDX)
           MOVE 0 TO WS-TW-SCORE-TOTAL (TW-IDX)
           MOVE 0 TO WS-TW-CURVE-TOTAL (TW-IDX)
           MOVE 0 TO WS-TW-A-COUNT (TW-IDX).

      *****************************************************
      * Sort output: one department-term total per term,   *
      * through the same window as the courses.            *
      *****************************************************
       DEPT-TRENDS-PARAGRAPH.
           SET DEPT-LEVEL TO TRUE
           PERFORM RETURN-SORT-PARAGRAPH
           PERFORM UNTIL END-OF-SORT-FILE
               MOVE SD-DEPT-CODE TO WS-GROUP-KEY
               MOVE SD-DEPT-CODE TO WS-GROUP-DEPT-CODE
               MOVE 0 TO WS-TREND-TERM-COUNT
               PERFORM UNTIL END-OF-SORT-FILE
                       OR SD-DEPT-CODE NOT = WS-GROUP-DEPT-CODE
                   MOVE SD-TERM-CODE TO WS-GROUP-TERM-CODE
                   PERFORM NEXT-WINDOW-ENTRY-PARAGRAPH
                   MOVE SD-TERM-CODE TO WS-TW-TERM-CODE (TW-IDX)
                   PERFORM UNTIL END-OF-SORT-FILE
                           OR SD-DEPT-CODE NOT = WS-GROUP-DEPT-CODE
                           OR SD-TERM-CODE NOT = WS-GROUP-TERM-CODE
                       ADD SD-GRADED-COUNT
                           TO WS-TW-GRADED-COUNT (TW-IDX)
                       ADD SD-SCORE-TOTAL TO WS-TW-SCORE-TOTAL (TW-IDX)
                       ADD SD-CURVE-TOTAL TO WS-TW-CURVE-TOTAL (TW-IDX)
                       ADD SD-A-COUNT TO WS-TW-A-COUNT (TW-IDX)
                       PERFORM RETURN-SORT-PARAGRAPH
                   END-PERFORM
               END-PERFORM
               ADD 1 TO WS-DEPT-COUNT
               PERFORM EVALUATE-TREND-PARAGRAPH
               IF GROUP-FLAGGED
                   ADD 1 TO WS-DEPT-FLAGGED-COUNT
               END-IF
           END-PERFORM.

       RETURN-SORT-PARAGRAPH.
           RETURN SORT-DEPT-FILE
               AT END
                   SET END-OF-SORT-FILE TO TRUE
           END-RETURN.

      *****************************************************
      * Shared by both levels: print the window and flag   *
      * the newest term against the oldest.                *
      *****************************************************
       EVALUATE-TREND-PARAGRAPH.
           MOVE "N" TO WS-GROUP-FLAGGED-SWITCH
           PERFORM PRINT-GROUP-HEADING-PARAGRAPH
           PERFORM COMPUTE-TERM-FIGURES-PARAGRAPH
               VARYING TW-IDX FROM 1 BY 1
               UNTIL TW-IDX > WS-TREND-TERM-COUNT
           IF WS-TREND-TERM-COUNT < 2
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  ONLY ONE TERM ON FILE - NO TREND"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-TREND-LINE-PARAGRAPH
           ELSE
               PERFORM CHECK-TREND-FLAGS-PARAGRAPH
           END-IF.

       COMPUTE-TERM-FIGURES-PARAGRAPH.
           IF WS-TW-GRADED-COUNT (TW-IDX) > 0
               COMPUTE WS-TW-MEAN-SCORE (TW-IDX) ROUNDED =
                   WS-TW-SCORE-TOTAL (TW-IDX)
                       / WS-TW-GRADED-COUNT (TW-IDX)
               COMPUTE WS-TW-A-RATE (TW-IDX) ROUNDED =
                   WS-TW-A-COUNT (TW-IDX) * 100
                       / WS-TW-GRADED-COUNT (TW-IDX)
               COMPUTE WS-TW-AVG-CURVE (TW-IDX) ROUNDED =
                   WS-TW-CURVE-TOTAL (TW-IDX)
                       / WS-TW-GRADED-COUNT (TW-IDX)
           ELSE
               MOVE 0 TO WS-TW-MEAN-SCORE (TW-IDX)
               MOVE 0 TO WS-TW-A-RATE (TW-IDX)
               MOVE 0 TO WS-TW-AVG-CURVE (TW-IDX)
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " WS-TW-TERM-CODE (TW-IDX)
               "  GRADED=" WS-TW-GRADED-COUNT (TW-IDX)
               " MEAN=" WS-TW-MEAN-SCORE (TW-IDX)
               " A-RATE=" WS-TW-A-RATE (TW-IDX)
               " AVG CURVE=" WS-TW-AVG-CURVE (TW-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-TREND-LINE-PARAGRAPH.

       CHECK-TREND-FLAGS-PARAGRAPH.
           SET TW-IDX TO WS-TREND-TERM-COUNT
           COMPUTE WS-A-RATE-CHANGE =
               WS-TW-A-RATE (TW-IDX) - WS-TW-A-RATE (1)
           COMPUTE WS-MEAN-CHANGE =
               WS-TW-MEAN-SCORE (TW-IDX) - WS-TW-MEAN-SCORE (1)
           MOVE WS-A-RATE-CHANGE TO WS-A-RATE-ABS
           MOVE WS-MEAN-CHANGE TO WS-MEAN-ABS
           IF WS-A-RATE-ABS > WS-A-RATE-TOLERANCE
               SET GROUP-FLAGGED TO TRUE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  ** A-RATE MOVED " WS-A-RATE-CHANGE
                   " PCT POINTS SINCE " WS-TW-TERM-CODE (1)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-TREND-LINE-PARAGRAPH
           END-IF
           IF WS-MEAN-ABS > WS-MEAN-TOLERANCE
               SET GROUP-FLAGGED TO TRUE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  ** MEAN MOVED " WS-MEAN-CHANGE
                   " POINTS SINCE " WS-TW-TERM-CODE (1)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-TREND-LINE-PARAGRAPH
           END-IF
           SET CURVE-GROWING TO TRUE
           PERFORM VARYING TW-IDX FROM 2 BY 1
                   UNTIL TW-IDX > WS-TREND-TERM-COUNT
               IF WS-TW-AVG-CURVE (TW-IDX)
                       NOT > WS-TW-AVG-CURVE (TW-IDX - 1)
                   MOVE "N" TO WS-CURVE-GROWING-SWITCH
               END-IF
           END-PERFORM
           IF CURVE-GROWING
               SET GROUP-FLAGGED TO TRUE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  ** CURVE POINTS GROWN EVERY TERM SINCE "
                   WS-TW-TERM-CODE (1)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-TREND-LINE-PARAGRAPH
           END-IF.

       PRINT-GROUP-HEADING-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-TREND-LINE-PARAGRAPH
           IF COURSE-LEVEL
               STRING "COURSE " WS-GROUP-KEY
                   "  DEPARTMENT " WS-GROUP-DEPT-CODE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "DEPARTMENT " WS-GROUP-DEPT-CODE
                   "  ALL COURSES"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-TREND-LINE-PARAGRAPH.

       PRINT-HEADING-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           IF COURSE-LEVEL
               STRING "COURSE GRADE TREND - LAST " WS-TERM-WINDOW
                   " TERMS  A-RATE TOL=" WS-A-RATE-TOLERANCE
                   " MEAN TOL=" WS-MEAN-TOLERANCE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "DEPARTMENT GRADE TREND - LAST " WS-TERM-WINDOW
                   " TERMS  A-RATE TOL=" WS-A-RATE-TOLERANCE
                   " MEAN TOL=" WS-MEAN-TOLERANCE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-TREND-LINE-PARAGRAPH.

       WRITE-TREND-LINE-PARAGRAPH.
           IF COURSE-LEVEL
               WRITE COURSE-TREND-REC FROM WS-REPORT-LINE
           ELSE
               WRITE DEPT-TREND-REC FROM WS-REPORT-LINE
           END-IF.

       PRINT-RUN-TOTAL-PARAGRAPH.
           SET COURSE-LEVEL TO TRUE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-TREND-LINE-PARAGRAPH
           STRING "TREND TOTALS  COURSES=" WS-COURSE-COUNT
               "  FLAGGED=" WS-COURSE-FLAGGED-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-TREND-LINE-PARAGRAPH
           SET DEPT-LEVEL TO TRUE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-TREND-LINE-PARAGRAPH
           STRING "TREND TOTALS  DEPARTMENTS=" WS-DEPT-COUNT
               "  FLAGGED=" WS-DEPT-FLAGGED-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-TREND-LINE-PARAGRAPH.
