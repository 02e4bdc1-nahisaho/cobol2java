       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPACITY-PLAN.
       AUTHOR. COBOL2Java Team.
      *
      * Batch-window capacity projection report
      *
      * Reads the CAPSER series hand-off written by
      * CAPACITY-SERIES and the FIBONACCI engine's terms for
      * the E (elapsed minutes) and V (volume) request cards
      * it built, and projects the nightly suite forward
      * week by week for the CAPCTL projection horizon.
      * Week k's suite span is the current average nightly
      * span plus every growing job's linear trend, k times
      * its weekly minute growth from CAPSER (records the
      * same way from its weekly record growth), and the
      * projected end time is the window start plus that
      * span.  The engine's terms compound (term k is the
      * growth times the k-th Fibonacci number), so they are
      * only matched and counted against the CAPSER jobs and
      * never add to the projection.  Each week is reported
      * against the CAPCTL window deadline with its margin in
      * minutes.
      *
      * A projected week that ends past the deadline is a
      * breach: it prints flagged and writes an OPSALRT
      * record (job NIGHTLY, metric CWnn for nn weeks ahead)
      * so the paging system raises it weeks before the
      * window is actually missed, and the run ends with
      * return code 4.  The growth drivers list names every
      * job adding minutes by the end of the horizon, largest
      * first, with its share of the added minutes and its
      * volume trend, followed by any job whose volume is
      * growing while its elapsed time is still flat.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CAPACITY-CONTROL-FILE ASSIGN TO "CAPCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAPACITY-SERIES-FILE ASSIGN TO "CAPSER"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FIBONACCI-OUTPUT-FILE ASSIGN TO "CAPFIB"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAPACITY-REPORT-FILE ASSIGN TO "CAPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ALERT-EXTRACT-FILE ASSIGN TO "OPSALRT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CAPACITY-CONTROL-FILE.
           COPY "CAPCTL.CPY".

       FD  CAPACITY-SERIES-FILE.
           COPY "CAPSER.CPY".

       FD  FIBONACCI-OUTPUT-FILE.
           COPY "FIBOUT.CPY".

       FD  CAPACITY-REPORT-FILE.
       01 CAPACITY-REPORT-REC      PIC X(80).

       FD  ALERT-EXTRACT-FILE.
           COPY "OPSALRT.CPY".

       WORKING-STORAGE SECTION.
       01 WS-PROJECTION-TABLE-AREA.
           05 WS-PROJECTION-ENTRY OCCURS 20 TIMES
                   INDEXED BY JB-IDX DR-IDX.
               10 WS-PJ-JOB-NAME          PIC X(08).
               10 WS-PJ-JOB-NUMBER        PIC 9(05).
               10 WS-PJ-BASE-MINUTES      PIC 9(05).
               10 WS-PJ-MINUTE-GROWTH     PIC 9(05).
               10 WS-PJ-BASE-RECORDS      PIC 9(07).
               10 WS-PJ-RECORD-GROWTH     PIC 9(05).
               10 WS-PJ-LISTED-SWITCH     PIC X(01).
                   88 PJ-DRIVER-LISTED        VALUE "Y".
               10 WS-PJ-WEEK OCCURS 26 TIMES
                       INDEXED BY PW-IDX.
                   15 WS-PJ-ADDED-MINUTES PIC 9(09).
                   15 WS-PJ-ADDED-RECORDS PIC 9(11).
       01 WS-JOB-COUNT            PIC 9(04) COMP VALUE 0.
       01 WS-MAX-JOB-ENTRIES      PIC 9(04) COMP VALUE 20.

       01 WS-EOF-SWITCH   PIC X(01) VALUE "N".
           88 END-OF-INPUT-FILE         VALUE "Y".
       01 WS-JOB-FOUND-SWITCH PIC X(01) VALUE "N".
           88 PROJECTION-JOB-FOUND      VALUE "Y".
           88 PROJECTION-JOB-NOT-FOUND  VALUE "N".
       01 WS-DRIVER-SWITCH PIC X(01) VALUE "N".
           88 DRIVER-FOUND              VALUE "Y".
           88 NO-MORE-DRIVERS           VALUE "N".

       01 WS-PROJECT-WEEKS       PIC 9(02) VALUE 8.
       01 WS-MAX-PROJECT-WEEKS   PIC 9(02) VALUE 26.
       01 WS-WINDOW-START        PIC 9(04) VALUE 2000.
       01 WS-WINDOW-DEADLINE     PIC 9(04) VALUE 0600.
       01 WS-CARD-HH             PIC 9(02) VALUE 0.
       01 WS-CARD-MM             PIC 9(02) VALUE 0.
       01 WS-START-MINUTES       PIC 9(05) VALUE 0.
       01 WS-DEADLINE-MINUTES    PIC 9(05) VALUE 0.
       01 WS-WINDOW-MINUTES      PIC 9(05) VALUE 0.

       01 WS-TODAY-DATE          PIC X(08) VALUE SPACES.
       01 WS-LATEST-DATE         PIC X(08) VALUE SPACES.
       01 WS-LATEST-DAY          PIC 9(08) VALUE 0.
       01 WS-WORK-DATE-NUM       PIC 9(08) VALUE 0.
       01 WS-WORK-DAY-INTEGER    PIC 9(08) VALUE 0.
       01 WS-WEEK-END-DATE       PIC X(08) VALUE SPACES.
       01 WS-HISTORY-WEEKS       PIC 9(02) VALUE 0.
       01 WS-NIGHT-COUNT         PIC 9(03) VALUE 0.
       01 WS-BASE-SPAN-MINUTES   PIC 9(05) VALUE 0.

       01 WS-SERIES-TYPE         PIC X(01) VALUE SPACE.
       01 WS-SERIES-JOB-NUMBER   PIC 9(05) VALUE 0.
       01 WS-TERM-WEEK           PIC 9(04) VALUE 0.
       01 WS-TREND-WEEK          PIC 9(02) VALUE 0.

       01 WS-WEEK-NUMBER         PIC 9(02) VALUE 0.
       01 WS-PROJECTED-SPAN      PIC 9(09) VALUE 0.
       01 WS-RPT-SPAN            PIC 9(05) VALUE 0.
       01 WS-CLOCK-MINUTES       PIC 9(09) VALUE 0.
       01 WS-END-DAYS            PIC 9(01) VALUE 0.
       01 WS-END-OF-DAY          PIC 9(04) VALUE 0.
       01 WS-END-HH              PIC 9(02) VALUE 0.
       01 WS-END-MM              PIC 9(02) VALUE 0.
       01 WS-MARGIN-MINUTES      PIC S9(05)
               SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-OVER-MINUTES        PIC 9(05) VALUE 0.
       01 WS-WINDOW-FLAG         PIC X(06) VALUE SPACES.
       01 WS-DEVIATION-PCT       PIC 9(05) VALUE 0.

       01 WS-HORIZON-ADDED       PIC 9(09) VALUE 0.
       01 WS-DRIVER-ADDED        PIC 9(09) VALUE 0.
       01 WS-RPT-ADDED           PIC 9(05) VALUE 0.
       01 WS-SHARE-PCT           PIC 9(03) VALUE 0.
       01 WS-PROJECTED-RECORDS   PIC 9(11) VALUE 0.
       01 WS-RPT-RECORDS         PIC 9(09) VALUE 0.
       01 WS-DRIVER-RANK         PIC 9(02) VALUE 0.

       01 WS-TERM-COUNT          PIC 9(07) VALUE 0.
       01 WS-UNMATCHED-COUNT     PIC 9(07) VALUE 0.
       01 WS-BREACH-COUNT        PIC 9(05) VALUE 0.
       01 WS-FIRST-BREACH-WEEK   PIC 9(02) VALUE 0.
       01 WS-VOLUME-ONLY-COUNT   PIC 9(05) VALUE 0.

       01 WS-REPORT-LINE         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           PERFORM READ-CAPACITY-CONTROL-PARAGRAPH
           PERFORM COMPUTE-WINDOW-PARAGRAPH
           OPEN OUTPUT CAPACITY-REPORT-FILE
           OPEN EXTEND ALERT-EXTRACT-FILE
           PERFORM LOAD-SERIES-PARAGRAPH
           PERFORM LOAD-PROJECTIONS-PARAGRAPH
           PERFORM PRINT-REPORT-HEADING-PARAGRAPH
           IF WS-NIGHT-COUNT = 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "NO NIGHTLY SUITE RUNS IN THE "
                   WS-HISTORY-WEEKS
                   " WEEK HISTORY WINDOW - NOTHING PROJECTED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CAPACITY-REPORT-REC FROM WS-REPORT-LINE
           ELSE
               MOVE 0 TO WS-WEEK-NUMBER
               MOVE WS-LATEST-DATE TO WS-WEEK-END-DATE
               MOVE WS-BASE-SPAN-MINUTES TO WS-PROJECTED-SPAN
               PERFORM PRINT-PROJECTION-LINE-PARAGRAPH
               PERFORM PROJECT-WEEK-PARAGRAPH
                   VARYING PW-IDX FROM 1 BY 1
                   UNTIL PW-IDX > WS-PROJECT-WEEKS
               PERFORM PRINT-DRIVERS-PARAGRAPH
           END-IF
           PERFORM PRINT-REPORT-TOTAL-PARAGRAPH
           CLOSE CAPACITY-REPORT-FILE
           CLOSE ALERT-EXTRACT-FILE
           IF WS-BREACH-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-CAPACITY-CONTROL-PARAGRAPH.
           OPEN INPUT CAPACITY-CONTROL-FILE
           READ CAPACITY-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CP-PROJECT-WEEKS NUMERIC
                           AND CP-PROJECT-WEEKS > 0
                           AND CP-PROJECT-WEEKS
                               NOT > WS-MAX-PROJECT-WEEKS
                       MOVE CP-PROJECT-WEEKS TO WS-PROJECT-WEEKS
                   END-IF
                   IF CP-WINDOW-START NUMERIC
                       MOVE CP-WINDOW-START (1:2) TO WS-CARD-HH
                       MOVE CP-WINDOW-START (3:2) TO WS-CARD-MM
                       IF WS-CARD-HH < 24 AND WS-CARD-MM < 60
                           MOVE CP-WINDOW-START TO WS-WINDOW-START
                       END-IF
                   END-IF
                   IF CP-WINDOW-DEADLINE NUMERIC
                       MOVE CP-WINDOW-DEADLINE (1:2) TO WS-CARD-HH
                       MOVE CP-WINDOW-DEADLINE (3:2) TO WS-CARD-MM
                       IF WS-CARD-HH < 24 AND WS-CARD-MM < 60
                           MOVE CP-WINDOW-DEADLINE
                               TO WS-WINDOW-DEADLINE
                       END-IF
                   END-IF
           END-READ
           CLOSE CAPACITY-CONTROL-FILE.

      * A deadline at or before the window start falls on
      * the next morning.
       COMPUTE-WINDOW-PARAGRAPH.
           MOVE WS-WINDOW-START (1:2) TO WS-CARD-HH
           MOVE WS-WINDOW-START (3:2) TO WS-CARD-MM
           COMPUTE WS-START-MINUTES = WS-CARD-HH * 60 + WS-CARD-MM
           MOVE WS-WINDOW-DEADLINE (1:2) TO WS-CARD-HH
           MOVE WS-WINDOW-DEADLINE (3:2) TO WS-CARD-MM
           COMPUTE WS-DEADLINE-MINUTES =
               WS-CARD-HH * 60 + WS-CARD-MM
           IF WS-DEADLINE-MINUTES > WS-START-MINUTES
               COMPUTE WS-WINDOW-MINUTES =
                   WS-DEADLINE-MINUTES - WS-START-MINUTES
           ELSE
               COMPUTE WS-WINDOW-MINUTES =
                   WS-DEADLINE-MINUTES + 1440 - WS-START-MINUTES
           END-IF.

       LOAD-SERIES-PARAGRAPH.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT CAPACITY-SERIES-FILE
           PERFORM READ-SERIES-PARAGRAPH
           PERFORM UNTIL END-OF-INPUT-FILE
               EVALUATE CS-RECORD-TYPE
                   WHEN "S"
                       PERFORM POST-SUITE-RECORD-PARAGRAPH
                   WHEN "J"
                       PERFORM ADD-PROJECTION-JOB-PARAGRAPH
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM READ-SERIES-PARAGRAPH
           END-PERFORM
           CLOSE CAPACITY-SERIES-FILE.

       READ-SERIES-PARAGRAPH.
           READ CAPACITY-SERIES-FILE
               AT END
                   SET END-OF-INPUT-FILE TO TRUE
           END-READ.

       POST-SUITE-RECORD-PARAGRAPH.
           MOVE CS-LATEST-DATE TO WS-LATEST-DATE
           MOVE CS-HISTORY-WEEKS TO WS-HISTORY-WEEKS
           MOVE CS-NIGHT-COUNT TO WS-NIGHT-COUNT
           MOVE CS-BASE-SPAN-MINUTES TO WS-BASE-SPAN-MINUTES
           IF WS-LATEST-DATE NOT NUMERIC
               MOVE WS-TODAY-DATE TO WS-LATEST-DATE
           END-IF
           MOVE WS-LATEST-DATE TO WS-WORK-DATE-NUM
           COMPUTE WS-LATEST-DAY =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE-NUM).

       ADD-PROJECTION-JOB-PARAGRAPH.
           IF WS-JOB-COUNT >= WS-MAX-JOB-ENTRIES
               DISPLAY "CAPACITY-PLAN: JOB TABLE FULL AT "
                   WS-MAX-JOB-ENTRIES " ENTRIES - ABENDING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET JB-IDX TO WS-JOB-COUNT
           SET JB-IDX UP BY 1
           SET WS-JOB-COUNT TO JB-IDX
           MOVE CJ-JOB-NAME TO WS-PJ-JOB-NAME (JB-IDX)
           MOVE CJ-JOB-NUMBER TO WS-PJ-JOB-NUMBER (JB-IDX)
           MOVE CJ-BASE-MINUTES TO WS-PJ-BASE-MINUTES (JB-IDX)
           MOVE CJ-MINUTE-GROWTH TO WS-PJ-MINUTE-GROWTH (JB-IDX)
           MOVE CJ-BASE-RECORDS TO WS-PJ-BASE-RECORDS (JB-IDX)
           MOVE CJ-RECORD-GROWTH TO WS-PJ-RECORD-GROWTH (JB-IDX)
           MOVE "N" TO WS-PJ-LISTED-SWITCH (JB-IDX)
           PERFORM VARYING PW-IDX FROM 1 BY 1
                   UNTIL PW-IDX > WS-MAX-PROJECT-WEEKS
               SET WS-TREND-WEEK TO PW-IDX
               COMPUTE WS-PJ-ADDED-MINUTES (JB-IDX, PW-IDX) =
                   WS-TREND-WEEK * WS-PJ-MINUTE-GROWTH (JB-IDX)
               COMPUTE WS-PJ-ADDED-RECORDS (JB-IDX, PW-IDX) =
                   WS-TREND-WEEK * WS-PJ-RECORD-GROWTH (JB-IDX)
           END-PERFORM.

      * Engine term k of series E nnnnn or V nnnnn belongs
      * to job nnnnn, k weeks ahead; the engine's leading
      * zero term and trailers are skipped.  Terms are
      * counted against the CAPSER jobs only - the week's
      * added load is the job's linear trend.
       LOAD-PROJECTIONS-PARAGRAPH.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT FIBONACCI-OUTPUT-FILE
           PERFORM READ-PROJECTION-PARAGRAPH
           PERFORM UNTIL END-OF-INPUT-FILE
               IF FT-RECORD-TYPE NOT = "TRAILER "
                   PERFORM POST-PROJECTION-TERM-PARAGRAPH
               END-IF
               PERFORM READ-PROJECTION-PARAGRAPH
           END-PERFORM
           CLOSE FIBONACCI-OUTPUT-FILE.

       READ-PROJECTION-PARAGRAPH.
           READ FIBONACCI-OUTPUT-FILE
               AT END
                   SET END-OF-INPUT-FILE TO TRUE
           END-READ.

       POST-PROJECTION-TERM-PARAGRAPH.
           MOVE FO-SERIES-ID (1:1) TO WS-SERIES-TYPE
           SET PROJECTION-JOB-NOT-FOUND TO TRUE
           IF FO-SERIES-ID (2:5) NUMERIC
               MOVE FO-SERIES-ID (2:5) TO WS-SERIES-JOB-NUMBER
               SET JB-IDX TO 1
               SEARCH WS-PROJECTION-ENTRY
                   AT END
                       CONTINUE
                   WHEN JB-IDX > WS-JOB-COUNT
                       CONTINUE
                   WHEN WS-PJ-JOB-NUMBER (JB-IDX)
                           = WS-SERIES-JOB-NUMBER
                       SET PROJECTION-JOB-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF PROJECTION-JOB-NOT-FOUND
                   OR (WS-SERIES-TYPE NOT = "E"
                       AND WS-SERIES-TYPE NOT = "V")
               ADD 1 TO WS-UNMATCHED-COUNT
           ELSE
               MOVE FO-SEQUENCE-NUMBER TO WS-TERM-WEEK
               IF WS-TERM-WEEK > 0
                       AND WS-TERM-WEEK NOT > WS-PROJECT-WEEKS
                   ADD 1 TO WS-TERM-COUNT
               END-IF
           END-IF.

       PROJECT-WEEK-PARAGRAPH.
           SET WS-WEEK-NUMBER TO PW-IDX
           COMPUTE WS-WORK-DAY-INTEGER =
               WS-LATEST-DAY + WS-WEEK-NUMBER * 7
           COMPUTE WS-WORK-DATE-NUM =
               FUNCTION DATE-OF-INTEGER (WS-WORK-DAY-INTEGER)
           MOVE WS-WORK-DATE-NUM TO WS-WEEK-END-DATE
           MOVE WS-BASE-SPAN-MINUTES TO WS-PROJECTED-SPAN
           PERFORM VARYING JB-IDX FROM 1 BY 1
                   UNTIL JB-IDX > WS-JOB-COUNT
               ADD WS-PJ-ADDED-MINUTES (JB-IDX, PW-IDX)
                   TO WS-PROJECTED-SPAN
                   ON SIZE ERROR
                       MOVE 999999999 TO WS-PROJECTED-SPAN
               END-ADD
           END-PERFORM
           PERFORM PRINT-PROJECTION-LINE-PARAGRAPH
           IF WS-PROJECTED-SPAN > WS-WINDOW-MINUTES
               PERFORM REPORT-BREACH-PARAGRAPH
           END-IF.

      * The suite is taken to start when the window opens, so
      * the projected end is the window start plus the span.
       PRINT-PROJECTION-LINE-PARAGRAPH.
           COMPUTE WS-CLOCK-MINUTES =
               WS-START-MINUTES + WS-PROJECTED-SPAN
               ON SIZE ERROR
                   MOVE 999999999 TO WS-CLOCK-MINUTES
           END-COMPUTE
           DIVIDE WS-CLOCK-MINUTES BY 1440
               GIVING WS-END-DAYS REMAINDER WS-END-OF-DAY
           DIVIDE WS-END-OF-DAY BY 60
               GIVING WS-END-HH REMAINDER WS-END-MM
           COMPUTE WS-MARGIN-MINUTES =
               WS-WINDOW-MINUTES - WS-PROJECTED-SPAN
               ON SIZE ERROR
                   MOVE -99999 TO WS-MARGIN-MINUTES
           END-COMPUTE
           IF WS-PROJECTED-SPAN > WS-WINDOW-MINUTES
               MOVE "BREACH" TO WS-WINDOW-FLAG
           ELSE
               MOVE "OK" TO WS-WINDOW-FLAG
           END-IF
           IF WS-PROJECTED-SPAN > 99999
               MOVE 99999 TO WS-RPT-SPAN
           ELSE
               MOVE WS-PROJECTED-SPAN TO WS-RPT-SPAN
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WEEK " WS-WEEK-NUMBER
               " ENDING " WS-WEEK-END-DATE
               " SUITE MIN=" WS-RPT-SPAN
               " END=" WS-END-HH ":" WS-END-MM
               " +" WS-END-DAYS
               " MARGIN=" WS-MARGIN-MINUTES
               " " WS-WINDOW-FLAG
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CAPACITY-REPORT-REC FROM WS-REPORT-LINE.

       REPORT-BREACH-PARAGRAPH.
           ADD 1 TO WS-BREACH-COUNT
           IF WS-FIRST-BREACH-WEEK = 0
               MOVE WS-WEEK-NUMBER TO WS-FIRST-BREACH-WEEK
           END-IF
           COMPUTE WS-OVER-MINUTES =
               WS-RPT-SPAN - WS-WINDOW-MINUTES
           COMPUTE WS-DEVIATION-PCT ROUNDED =
               WS-OVER-MINUTES * 100 / WS-WINDOW-MINUTES
           MOVE SPACES TO OPS-ALERT-REC
           MOVE "NIGHTLY " TO OA-JOB-NAME
           STRING "CW" WS-WEEK-NUMBER DELIMITED BY SIZE
               INTO OA-METRIC-CODE
           MOVE WS-PROJECTED-SPAN TO OA-ACTUAL-VALUE
           MOVE WS-WINDOW-MINUTES TO OA-BASELINE-VALUE
           MOVE WS-DEVIATION-PCT TO OA-DEVIATION-PCT
           MOVE WS-TODAY-DATE TO OA-ALERT-DATE
           WRITE OPS-ALERT-REC
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  ** WEEK " WS-WEEK-NUMBER
               " PROJECTED END " WS-END-HH ":" WS-END-MM
               " MISSES " WS-WINDOW-DEADLINE
               " DEADLINE BY " WS-OVER-MINUTES " MIN"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CAPACITY-REPORT-REC FROM WS-REPORT-LINE.

      * Drivers are ranked by minutes added at the end of the
      * horizon; each pass lists the largest job not yet
      * listed.
       PRINT-DRIVERS-PARAGRAPH.
           SET PW-IDX TO WS-PROJECT-WEEKS
           MOVE 0 TO WS-HORIZON-ADDED
           PERFORM VARYING JB-IDX FROM 1 BY 1
                   UNTIL JB-IDX > WS-JOB-COUNT
               ADD WS-PJ-ADDED-MINUTES (JB-IDX, PW-IDX)
                   TO WS-HORIZON-ADDED
                   ON SIZE ERROR
                       MOVE 999999999 TO WS-HORIZON-ADDED
               END-ADD
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           STRING "GROWTH DRIVERS AT WEEK " WS-PROJECT-WEEKS
               " - " WS-HORIZON-ADDED " MINUTES ADDED"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CAPACITY-REPORT-REC FROM WS-REPORT-LINE
           MOVE 0 TO WS-DRIVER-RANK
           SET DRIVER-FOUND TO TRUE
           PERFORM UNTIL NO-MORE-DRIVERS
               PERFORM FIND-NEXT-DRIVER-PARAGRAPH
               IF DRIVER-FOUND
                   PERFORM PRINT-DRIVER-PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-DRIVER-RANK = 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  NO SUITE JOB SHOWS ELAPSED GROWTH OVER"
                   " THE HISTORY WINDOW"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CAPACITY-REPORT-REC FROM WS-REPORT-LINE
           END-IF
           PERFORM PRINT-VOLUME-ONLY-PARAGRAPH
               VARYING JB-IDX FROM 1 BY 1
               UNTIL JB-IDX > WS-JOB-COUNT.

       FIND-NEXT-DRIVER-PARAGRAPH.
           SET NO-MORE-DRIVERS TO TRUE
           MOVE 0 TO WS-DRIVER-ADDED
           PERFORM VARYING JB-IDX FROM 1 BY 1
                   UNTIL JB-IDX > WS-JOB-COUNT
               IF NOT PJ-DRIVER-LISTED (JB-IDX)
                       AND WS-PJ-ADDED-MINUTES (JB-IDX, PW-IDX)
                           > WS-DRIVER-ADDED
                   MOVE WS-PJ-ADDED-MINUTES (JB-IDX, PW-IDX)
                       TO WS-DRIVER-ADDED
                   SET DR-IDX TO JB-IDX
                   SET DRIVER-FOUND TO TRUE
               END-IF
           END-PERFORM.

       PRINT-DRIVER-PARAGRAPH.
           ADD 1 TO WS-DRIVER-RANK
           SET PJ-DRIVER-LISTED (DR-IDX) TO TRUE
           IF WS-HORIZON-ADDED > 0
               COMPUTE WS-SHARE-PCT ROUNDED =
                   WS-DRIVER-ADDED * 100 / WS-HORIZON-ADDED
           ELSE
               MOVE 0 TO WS-SHARE-PCT
           END-IF
           IF WS-DRIVER-ADDED > 99999
               MOVE 99999 TO WS-RPT-ADDED
           ELSE
               MOVE WS-DRIVER-ADDED TO WS-RPT-ADDED
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " WS-DRIVER-RANK
               " " WS-PJ-JOB-NAME (DR-IDX)
               " MIN/WK=" WS-PJ-MINUTE-GROWTH (DR-IDX)
               " BASE MIN=" WS-PJ-BASE-MINUTES (DR-IDX)
               " ADDED MIN=" WS-RPT-ADDED
               " SHARE=" WS-SHARE-PCT " PCT"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CAPACITY-REPORT-REC FROM WS-REPORT-LINE
           COMPUTE WS-PROJECTED-RECORDS =
               WS-PJ-BASE-RECORDS (DR-IDX)
                   + WS-PJ-ADDED-RECORDS (DR-IDX, PW-IDX)
           PERFORM PRINT-VOLUME-LINE-PARAGRAPH.

       PRINT-VOLUME-ONLY-PARAGRAPH.
           IF WS-PJ-MINUTE-GROWTH (JB-IDX) = 0
                   AND WS-PJ-RECORD-GROWTH (JB-IDX) > 0
               ADD 1 TO WS-VOLUME-ONLY-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  VOLUME " WS-PJ-JOB-NAME (JB-IDX)
                   " GROWING WITH ELAPSED TIME STILL FLAT"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CAPACITY-REPORT-REC FROM WS-REPORT-LINE
               SET DR-IDX TO JB-IDX
               COMPUTE WS-PROJECTED-RECORDS =
                   WS-PJ-BASE-RECORDS (DR-IDX)
                       + WS-PJ-ADDED-RECORDS (DR-IDX, PW-IDX)
               PERFORM PRINT-VOLUME-LINE-PARAGRAPH
           END-IF.

       PRINT-VOLUME-LINE-PARAGRAPH.
           IF WS-PROJECTED-RECORDS > 999999999
               MOVE 999999999 TO WS-RPT-RECORDS
           ELSE
               MOVE WS-PROJECTED-RECORDS TO WS-RPT-RECORDS
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "            RECS/WK=" WS-PJ-RECORD-GROWTH (DR-IDX)
               " BASE RECS=" WS-PJ-BASE-RECORDS (DR-IDX)
               " PROJECTED RECS=" WS-RPT-RECORDS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CAPACITY-REPORT-REC FROM WS-REPORT-LINE.

       PRINT-REPORT-HEADING-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "BATCH WINDOW CAPACITY PROJECTION - "
               WS-TODAY-DATE
               " WINDOW " WS-WINDOW-START "-" WS-WINDOW-DEADLINE
               " (" WS-WINDOW-MINUTES " MIN)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CAPACITY-REPORT-REC FROM WS-REPORT-LINE.

       PRINT-REPORT-TOTAL-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTALS  WEEKS=" WS-PROJECT-WEEKS
               " BREACHES=" WS-BREACH-COUNT
               " FIRST BREACH WEEK=" WS-FIRST-BREACH-WEEK
               " ENGINE TERMS=" WS-TERM-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CAPACITY-REPORT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTALS  DRIVERS=" WS-DRIVER-RANK
               " VOLUME ONLY=" WS-VOLUME-ONLY-COUNT
               " UNMATCHED TERMS=" WS-UNMATCHED-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CAPACITY-REPORT-REC FROM WS-REPORT-LINE.
