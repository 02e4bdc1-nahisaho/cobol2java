       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPACITY-SERIES.
       AUTHOR. COBOL2Java Team.
      *
      * Batch-window capacity series builder
      *
      * OPS-MONITOR compares each night against the RUNHIST
      * baseline, but only a trend over weeks shows the
      * nightly suite growing toward the end of the batch
      * window.  This job reads the run-control heartbeat
      * history and, for every nightly suite job, builds a
      * weekly series of runs, average elapsed minutes and
      * average records per run over the CAPCTL history
      * window, ending on the latest business date on file.
      * The suite's own span each night (first start to last
      * end) is kept by business date.
      *
      * A least-squares trend over each job's weekly series
      * gives its growth per week in minutes and in records.
      * Every growing series becomes a FIBCTL-style request
      * card for the FIBONACCI projection engine (series
      * E nnnnn for elapsed minutes, V nnnnn for volume, the
      * weekly growth as the base multiplier, one term per
      * projected week), with a BSNSDATE card carrying the
      * latest business date and the override switch so the
      * engine runs outside the nightly step gate.  The
      * CAPSER hand-off file carries the suite span and each
      * job's base and growth to CAPACITY-PLAN, which
      * projects suite end times from that linear growth and
      * only counts the engine's terms against the jobs.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTLF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CAPACITY-CONTROL-FILE ASSIGN TO "CAPCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAPACITY-SERIES-FILE ASSIGN TO "CAPSER"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROJECTION-CARD-FILE ASSIGN TO "CAPFIBC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROJECTION-DATE-FILE ASSIGN TO "CAPBSND"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SERIES-REPORT-FILE ASSIGN TO "CAPSRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           COPY "RUNCTL.CPY".

       FD  CAPACITY-CONTROL-FILE.
           COPY "CAPCTL.CPY".

       FD  CAPACITY-SERIES-FILE.
           COPY "CAPSER.CPY".

       FD  PROJECTION-CARD-FILE.
           COPY "FIBCTL.CPY".

       FD  PROJECTION-DATE-FILE.
           COPY "BSNDATE.CPY".

       FD  SERIES-REPORT-FILE.
       01 SERIES-REPORT-REC        PIC X(80).

       WORKING-STORAGE SECTION.
      * Heartbeat names of the NIGHTLY suite jobs, in step
      * order; the table position is the job number on the
      * CAPSER records and the projection series IDs.
       01 WS-SUITE-JOB-INIT-AREA.
           05 FILLER PIC X(08) VALUE "FEEDEDIT".
           05 FILLER PIC X(08) VALUE "TAXCALC ".
           05 FILLER PIC X(08) VALUE "ACHRETN ".
           05 FILLER PIC X(08) VALUE "PAYDISB ".
           05 FILLER PIC X(08) VALUE "FIBONACC".
           05 FILLER PIC X(08) VALUE "GARNVCHR".
           05 FILLER PIC X(08) VALUE "GRADECHK".
           05 FILLER PIC X(08) VALUE "STATCHK ".
           05 FILLER PIC X(08) VALUE "NIGHTRCN".
           05 FILLER PIC X(08) VALUE "DATEROLL".

       01 WS-SUITE-JOB-TABLE REDEFINES WS-SUITE-JOB-INIT-AREA.
           05 WS-SUITE-JOB OCCURS 10 TIMES
                   INDEXED BY SJ-IDX
                   PIC X(08).
       01 WS-SUITE-JOB-COUNT      PIC 9(04) COMP VALUE 10.

       01 WS-SERIES-TABLE-AREA.
           05 WS-SERIES-ENTRY OCCURS 10 TIMES
                   INDEXED BY JB-IDX.
               10 WS-SR-WEEK OCCURS 13 TIMES
                       INDEXED BY WK-IDX.
                   15 WS-SR-RUNS          PIC 9(05).
                   15 WS-SR-MINUTES       PIC 9(09).
                   15 WS-SR-RECORDS       PIC 9(11).
               10 WS-SR-WEEKS-WITH-RUNS   PIC 9(02).
               10 WS-SR-BASE-MINUTES      PIC 9(05).
               10 WS-SR-BASE-RECORDS      PIC 9(07).
               10 WS-SR-MINUTE-GROWTH     PIC 9(05).
               10 WS-SR-RECORD-GROWTH     PIC 9(05).

       01 WS-WEEK-END-AREA.
           05 WS-WEEK-END-DATE OCCURS 13 TIMES
                   PIC X(08).

       01 WS-NIGHT-TABLE-AREA.
           05 WS-NIGHT-ENTRY OCCURS 100 TIMES
                   INDEXED BY NT-IDX.
               10 WS-NT-DATE          PIC X(08).
               10 WS-NT-WEEK          PIC 9(02).
               10 WS-NT-FIRST-START   PIC 9(09).
               10 WS-NT-LAST-END      PIC 9(09).
       01 WS-NIGHT-COUNT          PIC 9(04) COMP VALUE 0.
       01 WS-MAX-NIGHT-ENTRIES    PIC 9(04) COMP VALUE 100.

       01 WS-EOF-SWITCH   PIC X(01) VALUE "N".
           88 END-OF-INPUT-FILE         VALUE "Y".
       01 WS-SUITE-JOB-SWITCH PIC X(01) VALUE "N".
           88 SUITE-JOB-FOUND           VALUE "Y".
           88 SUITE-JOB-NOT-FOUND       VALUE "N".

       01 WS-HISTORY-WEEKS       PIC 9(02) VALUE 8.
       01 WS-MAX-HISTORY-WEEKS   PIC 9(02) VALUE 13.
       01 WS-PROJECT-WEEKS       PIC 9(02) VALUE 8.
       01 WS-MAX-PROJECT-WEEKS   PIC 9(02) VALUE 26.
       01 WS-TODAY-DATE          PIC X(08) VALUE SPACES.
       01 WS-LATEST-DATE         PIC X(08) VALUE SPACES.
       01 WS-LATEST-DAY          PIC 9(08) VALUE 0.
       01 WS-HEARTBEAT-DAY       PIC 9(08) VALUE 0.
       01 WS-DAYS-BACK           PIC 9(08) VALUE 0.
       01 WS-WEEKS-BACK          PIC 9(08) VALUE 0.
       01 WS-WEEK-NUMBER         PIC 9(02) VALUE 0.
       01 WS-WINDOW-DAYS         PIC 9(04) VALUE 0.

       01 WS-WORK-TIMESTAMP      PIC X(14) VALUE SPACES.
       01 WS-WORK-DATE-NUM       PIC 9(08) VALUE 0.
       01 WS-WORK-DAY-INTEGER    PIC 9(08) VALUE 0.
       01 WS-WORK-HH             PIC 9(02) VALUE 0.
       01 WS-WORK-MM             PIC 9(02) VALUE 0.
       01 WS-STAMP-MINUTES       PIC 9(09) VALUE 0.
       01 WS-START-MINUTES       PIC 9(09) VALUE 0.
       01 WS-END-MINUTES         PIC 9(09) VALUE 0.
       01 WS-RUN-MINUTES         PIC 9(05) VALUE 0.

       01 WS-AVG-MINUTES         PIC 9(05) VALUE 0.
       01 WS-AVG-RECORDS         PIC 9(07) VALUE 0.
       01 WS-TREND-N             PIC 9(02) VALUE 0.
       01 WS-SUM-X               PIC 9(05) VALUE 0.
       01 WS-SUM-XX              PIC 9(07) VALUE 0.
       01 WS-SUM-Y               PIC 9(11) VALUE 0.
       01 WS-SUM-XY              PIC 9(13) VALUE 0.
       01 WS-TREND-Y             PIC 9(09) VALUE 0.
       01 WS-TREND-DENOMINATOR   PIC S9(09) VALUE 0.
       01 WS-TREND-SLOPE         PIC S9(09) VALUE 0.
       01 WS-RPT-MINUTE-TREND    PIC S9(05)
               SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-RPT-RECORD-TREND    PIC S9(07)
               SIGN IS LEADING SEPARATE CHARACTER.

       01 WS-BASE-WEEK           PIC 9(02) VALUE 0.
       01 WS-BASE-NIGHTS         PIC 9(03) VALUE 0.
       01 WS-BASE-SPAN-TOTAL     PIC 9(09) VALUE 0.
       01 WS-BASE-SPAN-MINUTES   PIC 9(05) VALUE 0.
       01 WS-NIGHT-SPAN          PIC 9(09) VALUE 0.
       01 WS-NIGHT-TOTAL         PIC 9(03) VALUE 0.

       01 WS-JOB-NUMBER          PIC 9(05) VALUE 0.
       01 WS-JOB-RUN-TOTAL       PIC 9(07) VALUE 0.
       01 WS-MINUTE-SERIES-ID    PIC X(06) VALUE SPACES.
       01 WS-RECORD-SERIES-ID    PIC X(06) VALUE SPACES.
       01 WS-TERM-COUNT          PIC 9(03) VALUE 0.

       01 WS-HEARTBEAT-COUNT     PIC 9(07) VALUE 0.
       01 WS-POSTED-COUNT        PIC 9(07) VALUE 0.
       01 WS-OUTSIDE-COUNT       PIC 9(07) VALUE 0.
       01 WS-OTHER-JOB-COUNT     PIC 9(07) VALUE 0.
       01 WS-CARD-COUNT          PIC 9(05) VALUE 0.
       01 WS-GROWING-JOB-COUNT   PIC 9(05) VALUE 0.

       01 WS-REPORT-LINE         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           PERFORM READ-CAPACITY-CONTROL-PARAGRAPH
           COMPUTE WS-WINDOW-DAYS = WS-HISTORY-WEEKS * 7
           PERFORM FIND-LATEST-DATE-PARAGRAPH
           PERFORM SET-WEEK-END-DATES-PARAGRAPH
           PERFORM INIT-SERIES-PARAGRAPH
               VARYING JB-IDX FROM 1 BY 1
               UNTIL JB-IDX > WS-SUITE-JOB-COUNT
           PERFORM LOAD-HEARTBEATS-PARAGRAPH
           OPEN OUTPUT SERIES-REPORT-FILE
           OPEN OUTPUT CAPACITY-SERIES-FILE
           OPEN OUTPUT PROJECTION-CARD-FILE
           PERFORM PRINT-REPORT-HEADING-PARAGRAPH
           PERFORM COMPUTE-BASE-SPAN-PARAGRAPH
           PERFORM WRITE-SUITE-RECORD-PARAGRAPH
           PERFORM BUILD-JOB-SERIES-PARAGRAPH
               VARYING JB-IDX FROM 1 BY 1
               UNTIL JB-IDX > WS-SUITE-JOB-COUNT
           PERFORM WRITE-PROJECTION-DATE-PARAGRAPH
           PERFORM PRINT-REPORT-TOTAL-PARAGRAPH
           CLOSE SERIES-REPORT-FILE
           CLOSE CAPACITY-SERIES-FILE
           CLOSE PROJECTION-CARD-FILE
           STOP RUN.

       READ-CAPACITY-CONTROL-PARAGRAPH.
           OPEN INPUT CAPACITY-CONTROL-FILE
           READ CAPACITY-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CP-HISTORY-WEEKS NUMERIC
                           AND CP-HISTORY-WEEKS > 1
                           AND CP-HISTORY-WEEKS
                               NOT > WS-MAX-HISTORY-WEEKS
                       MOVE CP-HISTORY-WEEKS TO WS-HISTORY-WEEKS
                   END-IF
                   IF CP-PROJECT-WEEKS NUMERIC
                           AND CP-PROJECT-WEEKS > 0
                           AND CP-PROJECT-WEEKS
                               NOT > WS-MAX-PROJECT-WEEKS
                       MOVE CP-PROJECT-WEEKS TO WS-PROJECT-WEEKS
                   END-IF
           END-READ
           CLOSE CAPACITY-CONTROL-FILE.

      * The history window ends on the latest business date
      * any suite job has heartbeated; with no suite history
      * at all it ends today.
       FIND-LATEST-DATE-PARAGRAPH.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RUN-CONTROL-FILE
           PERFORM READ-RUN-CONTROL-PARAGRAPH
           PERFORM UNTIL END-OF-INPUT-FILE
               PERFORM FIND-SUITE-JOB-PARAGRAPH
               IF SUITE-JOB-FOUND
                       AND RC-BUSINESS-DATE NUMERIC
                       AND (WS-LATEST-DATE = SPACES
                           OR RC-BUSINESS-DATE > WS-LATEST-DATE)
                   MOVE RC-BUSINESS-DATE TO WS-LATEST-DATE
               END-IF
               PERFORM READ-RUN-CONTROL-PARAGRAPH
           END-PERFORM
           CLOSE RUN-CONTROL-FILE
           IF WS-LATEST-DATE = SPACES
               MOVE WS-TODAY-DATE TO WS-LATEST-DATE
           END-IF
           MOVE WS-LATEST-DATE TO WS-WORK-DATE-NUM
           COMPUTE WS-LATEST-DAY =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE-NUM).

       SET-WEEK-END-DATES-PARAGRAPH.
           PERFORM VARYING WK-IDX FROM 1 BY 1
                   UNTIL WK-IDX > WS-HISTORY-WEEKS
               SET WS-WEEK-NUMBER TO WK-IDX
               COMPUTE WS-WORK-DAY-INTEGER = WS-LATEST-DAY
                   - (WS-HISTORY-WEEKS - WS-WEEK-NUMBER) * 7
               COMPUTE WS-WORK-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-WORK-DAY-INTEGER)
               MOVE WS-WORK-DATE-NUM
                   TO WS-WEEK-END-DATE (WS-WEEK-NUMBER)
           END-PERFORM.

       INIT-SERIES-PARAGRAPH.
           PERFORM VARYING WK-IDX FROM 1 BY 1
                   UNTIL WK-IDX > WS-MAX-HISTORY-WEEKS
               MOVE 0 TO WS-SR-RUNS (JB-IDX, WK-IDX)
               MOVE 0 TO WS-SR-MINUTES (JB-IDX, WK-IDX)
               MOVE 0 TO WS-SR-RECORDS (JB-IDX, WK-IDX)
           END-PERFORM
           MOVE 0 TO WS-SR-WEEKS-WITH-RUNS (JB-IDX)
           MOVE 0 TO WS-SR-BASE-MINUTES (JB-IDX)
           MOVE 0 TO WS-SR-BASE-RECORDS (JB-IDX)
           MOVE 0 TO WS-SR-MINUTE-GROWTH (JB-IDX)
           MOVE 0 TO WS-SR-RECORD-GROWTH (JB-IDX).

       LOAD-HEARTBEATS-PARAGRAPH.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RUN-CONTROL-FILE
           PERFORM READ-RUN-CONTROL-PARAGRAPH
           PERFORM UNTIL END-OF-INPUT-FILE
               ADD 1 TO WS-HEARTBEAT-COUNT
               PERFORM FIND-SUITE-JOB-PARAGRAPH
               IF SUITE-JOB-NOT-FOUND
                   ADD 1 TO WS-OTHER-JOB-COUNT
               ELSE
                   PERFORM POST-HEARTBEAT-PARAGRAPH
               END-IF
               PERFORM READ-RUN-CONTROL-PARAGRAPH
           END-PERFORM
           CLOSE RUN-CONTROL-FILE.

       READ-RUN-CONTROL-PARAGRAPH.
           READ RUN-CONTROL-FILE
               AT END
                   SET END-OF-INPUT-FILE TO TRUE
           END-READ.

       FIND-SUITE-JOB-PARAGRAPH.
           SET SUITE-JOB-NOT-FOUND TO TRUE
           SET SJ-IDX TO 1
           SEARCH WS-SUITE-JOB
               AT END
                   CONTINUE
               WHEN WS-SUITE-JOB (SJ-IDX) = RC-JOB-NAME
                   SET SUITE-JOB-FOUND TO TRUE
           END-SEARCH.

      * A heartbeat falls in the week counted back in whole
      * weeks from the latest business date; week 1 is the
      * oldest week of the window.
       POST-HEARTBEAT-PARAGRAPH.
           IF RC-BUSINESS-DATE NOT NUMERIC
               ADD 1 TO WS-OUTSIDE-COUNT
           ELSE
               MOVE RC-BUSINESS-DATE TO WS-WORK-DATE-NUM
               COMPUTE WS-HEARTBEAT-DAY =
                   FUNCTION INTEGER-OF-DATE (WS-WORK-DATE-NUM)
               IF WS-HEARTBEAT-DAY > WS-LATEST-DAY
                       OR WS-LATEST-DAY - WS-HEARTBEAT-DAY
                           >= WS-WINDOW-DAYS
                   ADD 1 TO WS-OUTSIDE-COUNT
               ELSE
                   COMPUTE WS-DAYS-BACK =
                       WS-LATEST-DAY - WS-HEARTBEAT-DAY
                   DIVIDE WS-DAYS-BACK BY 7
                       GIVING WS-WEEKS-BACK
                   COMPUTE WS-WEEK-NUMBER =
                       WS-HISTORY-WEEKS - WS-WEEKS-BACK
                   PERFORM COMPUTE-RUN-MINUTES-PARAGRAPH
                   SET JB-IDX TO SJ-IDX
                   SET WK-IDX TO WS-WEEK-NUMBER
                   ADD 1 TO WS-SR-RUNS (JB-IDX, WK-IDX)
                   ADD WS-RUN-MINUTES
                       TO WS-SR-MINUTES (JB-IDX, WK-IDX)
                   ADD RC-RECORDS-PROCESSED
                       TO WS-SR-RECORDS (JB-IDX, WK-IDX)
                   ADD 1 TO WS-POSTED-COUNT
                   PERFORM POST-NIGHT-PARAGRAPH
               END-IF
           END-IF.

       COMPUTE-RUN-MINUTES-PARAGRAPH.
           MOVE RC-START-TIMESTAMP TO WS-WORK-TIMESTAMP
           PERFORM TIMESTAMP-TO-MINUTES-PARAGRAPH
           MOVE WS-STAMP-MINUTES TO WS-START-MINUTES
           MOVE RC-END-TIMESTAMP TO WS-WORK-TIMESTAMP
           PERFORM TIMESTAMP-TO-MINUTES-PARAGRAPH
           MOVE WS-STAMP-MINUTES TO WS-END-MINUTES
           IF WS-START-MINUTES > 0
                   AND WS-END-MINUTES >= WS-START-MINUTES
               SUBTRACT WS-START-MINUTES FROM WS-END-MINUTES
                   GIVING WS-RUN-MINUTES
           ELSE
               MOVE 0 TO WS-RUN-MINUTES
           END-IF.

      * Converts WS-WORK-TIMESTAMP (CCYYMMDDHHMMSS) into
      * minutes since the epoch day so run windows and
      * elapsed times can be differenced across midnight.
       TIMESTAMP-TO-MINUTES-PARAGRAPH.
           IF WS-WORK-TIMESTAMP (1:8) NUMERIC
               MOVE WS-WORK-TIMESTAMP (1:8) TO WS-WORK-DATE-NUM
               COMPUTE WS-WORK-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-WORK-DATE-NUM)
               MOVE WS-WORK-TIMESTAMP (9:2) TO WS-WORK-HH
               MOVE WS-WORK-TIMESTAMP (11:2) TO WS-WORK-MM
               COMPUTE WS-STAMP-MINUTES =
                   WS-WORK-DAY-INTEGER * 1440
                       + WS-WORK-HH * 60 + WS-WORK-MM
           ELSE
               MOVE 0 TO WS-STAMP-MINUTES
           END-IF.

      * The suite's span for a business date runs from the
      * earliest suite job start to the latest suite job end.
       POST-NIGHT-PARAGRAPH.
           IF WS-START-MINUTES > 0
                   AND WS-END-MINUTES >= WS-START-MINUTES
               SET NT-IDX TO 1
               SEARCH WS-NIGHT-ENTRY
                   AT END
                       PERFORM ADD-NIGHT-ENTRY-PARAGRAPH
                   WHEN NT-IDX > WS-NIGHT-COUNT
                       PERFORM ADD-NIGHT-ENTRY-PARAGRAPH
                   WHEN WS-NT-DATE (NT-IDX) = RC-BUSINESS-DATE
                       CONTINUE
               END-SEARCH
               IF WS-START-MINUTES < WS-NT-FIRST-START (NT-IDX)
                   MOVE WS-START-MINUTES
                       TO WS-NT-FIRST-START (NT-IDX)
               END-IF
               IF WS-END-MINUTES > WS-NT-LAST-END (NT-IDX)
                   MOVE WS-END-MINUTES TO WS-NT-LAST-END (NT-IDX)
               END-IF
           END-IF.

       ADD-NIGHT-ENTRY-PARAGRAPH.
           IF WS-NIGHT-COUNT >= WS-MAX-NIGHT-ENTRIES
               DISPLAY "CAPACITY-SERIES: NIGHT TABLE FULL AT "
                   WS-MAX-NIGHT-ENTRIES " ENTRIES - ABENDING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET NT-IDX TO WS-NIGHT-COUNT
           SET NT-IDX UP BY 1
           SET WS-NIGHT-COUNT TO NT-IDX
           MOVE RC-BUSINESS-DATE TO WS-NT-DATE (NT-IDX)
           MOVE WS-WEEK-NUMBER TO WS-NT-WEEK (NT-IDX)
           MOVE WS-START-MINUTES TO WS-NT-FIRST-START (NT-IDX)
           MOVE WS-END-MINUTES TO WS-NT-LAST-END (NT-IDX).

      * The base span is the average nightly span over the
      * most recent week that has any suite nights.
       COMPUTE-BASE-SPAN-PARAGRAPH.
           MOVE 0 TO WS-BASE-WEEK
           PERFORM VARYING NT-IDX FROM 1 BY 1
                   UNTIL NT-IDX > WS-NIGHT-COUNT
               IF WS-NT-WEEK (NT-IDX) > WS-BASE-WEEK
                   MOVE WS-NT-WEEK (NT-IDX) TO WS-BASE-WEEK
               END-IF
           END-PERFORM
           MOVE 0 TO WS-BASE-NIGHTS
           MOVE 0 TO WS-BASE-SPAN-TOTAL
           PERFORM VARYING NT-IDX FROM 1 BY 1
                   UNTIL NT-IDX > WS-NIGHT-COUNT
               IF WS-NT-WEEK (NT-IDX) = WS-BASE-WEEK
                   ADD 1 TO WS-BASE-NIGHTS
                   COMPUTE WS-NIGHT-SPAN =
                       WS-NT-LAST-END (NT-IDX)
                           - WS-NT-FIRST-START (NT-IDX)
                   ADD WS-NIGHT-SPAN TO WS-BASE-SPAN-TOTAL
               END-IF
           END-PERFORM
           IF WS-BASE-NIGHTS > 0
               COMPUTE WS-BASE-SPAN-MINUTES ROUNDED =
                   WS-BASE-SPAN-TOTAL / WS-BASE-NIGHTS
           ELSE
               MOVE 0 TO WS-BASE-SPAN-MINUTES
           END-IF
           MOVE WS-NIGHT-COUNT TO WS-NIGHT-TOTAL.

       WRITE-SUITE-RECORD-PARAGRAPH.
           MOVE SPACES TO CAPACITY-SUITE-REC
           MOVE "S" TO CS-RECORD-TYPE
           MOVE WS-LATEST-DATE TO CS-LATEST-DATE
           MOVE WS-HISTORY-WEEKS TO CS-HISTORY-WEEKS
           MOVE WS-NIGHT-TOTAL TO CS-NIGHT-COUNT
           MOVE WS-BASE-SPAN-MINUTES TO CS-BASE-SPAN-MINUTES
           WRITE CAPACITY-SUITE-REC
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SUITE    NIGHTS=" WS-NIGHT-TOTAL
               " BASE WEEK=" WS-BASE-WEEK
               " NIGHTS=" WS-BASE-NIGHTS
               " AVG SPAN MIN=" WS-BASE-SPAN-MINUTES
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE SERIES-REPORT-REC FROM WS-REPORT-LINE.

       BUILD-JOB-SERIES-PARAGRAPH.
           SET SJ-IDX TO JB-IDX
           SET WS-JOB-NUMBER TO JB-IDX
           MOVE 0 TO WS-JOB-RUN-TOTAL
           PERFORM VARYING WK-IDX FROM 1 BY 1
                   UNTIL WK-IDX > WS-HISTORY-WEEKS
               ADD WS-SR-RUNS (JB-IDX, WK-IDX) TO WS-JOB-RUN-TOTAL
           END-PERFORM
           IF WS-JOB-RUN-TOTAL = 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-SUITE-JOB (SJ-IDX)
                   " NO RUNS IN THE HISTORY WINDOW"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE SERIES-REPORT-REC FROM WS-REPORT-LINE
               PERFORM WRITE-JOB-RECORD-PARAGRAPH
           ELSE
               PERFORM PRINT-WEEK-LINE-PARAGRAPH
                   VARYING WK-IDX FROM 1 BY 1
                   UNTIL WK-IDX > WS-HISTORY-WEEKS
               PERFORM COMPUTE-MINUTE-TREND-PARAGRAPH
               PERFORM COMPUTE-RECORD-TREND-PARAGRAPH
               PERFORM WRITE-JOB-RECORD-PARAGRAPH
               PERFORM WRITE-PROJECTION-CARDS-PARAGRAPH
               PERFORM PRINT-TREND-LINE-PARAGRAPH
           END-IF.

      * Prints one week of the job's series and keeps the
      * latest week with runs as the job's base.
       PRINT-WEEK-LINE-PARAGRAPH.
           MOVE 0 TO WS-AVG-MINUTES
           MOVE 0 TO WS-AVG-RECORDS
           IF WS-SR-RUNS (JB-IDX, WK-IDX) > 0
               ADD 1 TO WS-SR-WEEKS-WITH-RUNS (JB-IDX)
               COMPUTE WS-AVG-MINUTES ROUNDED =
                   WS-SR-MINUTES (JB-IDX, WK-IDX)
                       / WS-SR-RUNS (JB-IDX, WK-IDX)
               COMPUTE WS-AVG-RECORDS ROUNDED =
                   WS-SR-RECORDS (JB-IDX, WK-IDX)
                       / WS-SR-RUNS (JB-IDX, WK-IDX)
               MOVE WS-AVG-MINUTES TO WS-SR-BASE-MINUTES (JB-IDX)
               MOVE WS-AVG-RECORDS TO WS-SR-BASE-RECORDS (JB-IDX)
           END-IF
           SET WS-WEEK-NUMBER TO WK-IDX
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-SUITE-JOB (SJ-IDX)
               " WEEK " WS-WEEK-NUMBER
               " ENDING " WS-WEEK-END-DATE (WS-WEEK-NUMBER)
               " RUNS=" WS-SR-RUNS (JB-IDX, WK-IDX)
               " AVG MIN=" WS-AVG-MINUTES
               " AVG RECS=" WS-AVG-RECORDS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE SERIES-REPORT-REC FROM WS-REPORT-LINE.

      * Least-squares slope of the weekly average minutes per
      * run against the week number, over the weeks with
      * runs; only growth carries forward to the projection.
       COMPUTE-MINUTE-TREND-PARAGRAPH.
           PERFORM CLEAR-TREND-SUMS-PARAGRAPH
           PERFORM VARYING WK-IDX FROM 1 BY 1
                   UNTIL WK-IDX > WS-HISTORY-WEEKS
               IF WS-SR-RUNS (JB-IDX, WK-IDX) > 0
                   COMPUTE WS-TREND-Y ROUNDED =
                       WS-SR-MINUTES (JB-IDX, WK-IDX)
                           / WS-SR-RUNS (JB-IDX, WK-IDX)
                   PERFORM ADD-TREND-POINT-PARAGRAPH
               END-IF
           END-PERFORM
           PERFORM COMPUTE-TREND-SLOPE-PARAGRAPH
           MOVE WS-TREND-SLOPE TO WS-RPT-MINUTE-TREND
           IF WS-TREND-SLOPE > 0
               MOVE WS-TREND-SLOPE TO WS-SR-MINUTE-GROWTH (JB-IDX)
           END-IF.

       COMPUTE-RECORD-TREND-PARAGRAPH.
           PERFORM CLEAR-TREND-SUMS-PARAGRAPH
           PERFORM VARYING WK-IDX FROM 1 BY 1
                   UNTIL WK-IDX > WS-HISTORY-WEEKS
               IF WS-SR-RUNS (JB-IDX, WK-IDX) > 0
                   COMPUTE WS-TREND-Y ROUNDED =
                       WS-SR-RECORDS (JB-IDX, WK-IDX)
                           / WS-SR-RUNS (JB-IDX, WK-IDX)
                   PERFORM ADD-TREND-POINT-PARAGRAPH
               END-IF
           END-PERFORM
           PERFORM COMPUTE-TREND-SLOPE-PARAGRAPH
           MOVE WS-TREND-SLOPE TO WS-RPT-RECORD-TREND
           IF WS-TREND-SLOPE > 99999
               MOVE 99999 TO WS-SR-RECORD-GROWTH (JB-IDX)
           ELSE
               IF WS-TREND-SLOPE > 0
                   MOVE WS-TREND-SLOPE
                       TO WS-SR-RECORD-GROWTH (JB-IDX)
               END-IF
           END-IF.

       CLEAR-TREND-SUMS-PARAGRAPH.
           MOVE 0 TO WS-TREND-N
           MOVE 0 TO WS-SUM-X
           MOVE 0 TO WS-SUM-XX
           MOVE 0 TO WS-SUM-Y
           MOVE 0 TO WS-SUM-XY.

       ADD-TREND-POINT-PARAGRAPH.
           SET WS-WEEK-NUMBER TO WK-IDX
           ADD 1 TO WS-TREND-N
           ADD WS-WEEK-NUMBER TO WS-SUM-X
           COMPUTE WS-SUM-XX = WS-SUM-XX
               + WS-WEEK-NUMBER * WS-WEEK-NUMBER
           ADD WS-TREND-Y TO WS-SUM-Y
           COMPUTE WS-SUM-XY = WS-SUM-XY
               + WS-WEEK-NUMBER * WS-TREND-Y.

      * A series needs two weeks with runs before it has a
      * trend at all.
       COMPUTE-TREND-SLOPE-PARAGRAPH.
           MOVE 0 TO WS-TREND-SLOPE
           IF WS-TREND-N > 1
               COMPUTE WS-TREND-DENOMINATOR =
                   WS-TREND-N * WS-SUM-XX - WS-SUM-X * WS-SUM-X
               IF WS-TREND-DENOMINATOR > 0
                   COMPUTE WS-TREND-SLOPE ROUNDED =
                       (WS-TREND-N * WS-SUM-XY - WS-SUM-X * WS-SUM-Y)
                           / WS-TREND-DENOMINATOR
                       ON SIZE ERROR
                           MOVE 0 TO WS-TREND-SLOPE
                   END-COMPUTE
               END-IF
           END-IF.

       WRITE-JOB-RECORD-PARAGRAPH.
           MOVE SPACES TO CAPACITY-JOB-REC
           MOVE "J" TO CJ-RECORD-TYPE
           MOVE WS-SUITE-JOB (SJ-IDX) TO CJ-JOB-NAME
           MOVE WS-JOB-NUMBER TO CJ-JOB-NUMBER
           MOVE WS-SR-WEEKS-WITH-RUNS (JB-IDX) TO CJ-WEEKS-WITH-RUNS
           MOVE WS-SR-BASE-MINUTES (JB-IDX) TO CJ-BASE-MINUTES
           MOVE WS-SR-MINUTE-GROWTH (JB-IDX) TO CJ-MINUTE-GROWTH
           MOVE WS-SR-BASE-RECORDS (JB-IDX) TO CJ-BASE-RECORDS
           MOVE WS-SR-RECORD-GROWTH (JB-IDX) TO CJ-RECORD-GROWTH
           WRITE CAPACITY-JOB-REC.

      * One engine term per projected week plus the engine's
      * leading zero term; the weekly growth is the card's
      * base multiplier.
       WRITE-PROJECTION-CARDS-PARAGRAPH.
           MOVE SPACES TO WS-MINUTE-SERIES-ID
           MOVE SPACES TO WS-RECORD-SERIES-ID
           COMPUTE WS-TERM-COUNT = WS-PROJECT-WEEKS + 1
           IF WS-SR-MINUTE-GROWTH (JB-IDX) > 0
               ADD 1 TO WS-GROWING-JOB-COUNT
               STRING "E" WS-JOB-NUMBER DELIMITED BY SIZE
                   INTO WS-MINUTE-SERIES-ID
               MOVE SPACES TO FIBONACCI-CONTROL-REC
               MOVE WS-MINUTE-SERIES-ID TO FC-SERIES-ID
               MOVE WS-TERM-COUNT TO FC-TERM-COUNT
               MOVE WS-SR-MINUTE-GROWTH (JB-IDX)
                   TO FC-BASE-MULTIPLIER
               WRITE FIBONACCI-CONTROL-REC
               ADD 1 TO WS-CARD-COUNT
           END-IF
           IF WS-SR-RECORD-GROWTH (JB-IDX) > 0
               STRING "V" WS-JOB-NUMBER DELIMITED BY SIZE
                   INTO WS-RECORD-SERIES-ID
               MOVE SPACES TO FIBONACCI-CONTROL-REC
               MOVE WS-RECORD-SERIES-ID TO FC-SERIES-ID
               MOVE WS-TERM-COUNT TO FC-TERM-COUNT
               MOVE WS-SR-RECORD-GROWTH (JB-IDX)
                   TO FC-BASE-MULTIPLIER
               WRITE FIBONACCI-CONTROL-REC
               ADD 1 TO WS-CARD-COUNT
           END-IF.

       PRINT-TREND-LINE-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-SUITE-JOB (SJ-IDX)
               " TREND MIN/WK=" WS-RPT-MINUTE-TREND
               " RECS/WK=" WS-RPT-RECORD-TREND
               " CARDS " WS-MINUTE-SERIES-ID
               " " WS-RECORD-SERIES-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE SERIES-REPORT-REC FROM WS-REPORT-LINE.

      * The engine runs for the latest business date under
      * the override switch: it is a projection run, not a
      * nightly step waiting on its predecessor.
       WRITE-PROJECTION-DATE-PARAGRAPH.
           OPEN OUTPUT PROJECTION-DATE-FILE
           MOVE SPACES TO BUSINESS-DATE-REC
           MOVE WS-LATEST-DATE TO BD-BUSINESS-DATE
           MOVE "Y" TO BD-OVERRIDE-SWITCH
           WRITE BUSINESS-DATE-REC
           CLOSE PROJECTION-DATE-FILE.

       PRINT-REPORT-HEADING-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "BATCH CAPACITY SERIES - " WS-TODAY-DATE
               " HISTORY " WS-HISTORY-WEEKS
               " WEEKS ENDING " WS-LATEST-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE SERIES-REPORT-REC FROM WS-REPORT-LINE.

       PRINT-REPORT-TOTAL-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTALS  HEARTBEATS=" WS-HEARTBEAT-COUNT
               " POSTED=" WS-POSTED-COUNT
               " OUTSIDE=" WS-OUTSIDE-COUNT
               " OTHER JOBS=" WS-OTHER-JOB-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE SERIES-REPORT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTALS  GROWING JOBS=" WS-GROWING-JOB-COUNT
               " ENGINE CARDS=" WS-CARD-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE SERIES-REPORT-REC FROM WS-REPORT-LINE.
