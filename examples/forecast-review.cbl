      * worst-offenders summary - the evidence planning
      * needs to tune the FC-BASE-MULTIPLIER values on the
      * FIBCTL cards instead of setting them by habit.
      *
      * The optional FCSTCTL card picks what is scored.
      * Mode L (the default) reviews the latest FIBOUT as
      * before.  Mode V scores the actuals against the one
      * FCSTVIN vintage issued on the card's vintage date,
      * and mode A against every vintage on file, so a
      * forecast is judged as originally issued.  In both
      * vintage modes each vintage prints its multiplier,
      * its horizon - the days from issue to the card's
      * as-of date, today by default - and its average
      * error, and a closing summary shows how accuracy
      * changes as the horizon gets shorter.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCURACY-REPORT-FILE ASSIGN TO "FCSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FORECAST-VINTAGE-FILE ASSIGN TO "FCSTVIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FV-VINTAGE-KEY.
           SELECT OPTIONAL REVIEW-CONTROL-FILE ASSIGN TO "FCSTCTL"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCURACY-REPORT-FILE.
       01 ACCURACY-REPORT-REC      PIC X(80).

       FD  FORECAST-VINTAGE-FILE.
           COPY "FCSTVIN.CPY".

       FD  REVIEW-CONTROL-FILE.
       01 REVIEW-CONTROL-REC.
           05 FR-REVIEW-MODE       PIC X(01).
           05 FR-VINTAGE-DATE      PIC X(08).
           05 FR-AS-OF-DATE        PIC X(08).
           05 FILLER               PIC X(03).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH   PIC X(01) VALUE "N".
           88 END-OF-INPUT-FILE         VALUE "Y".

       01 WS-REVIEW-MODE         PIC X(01) VALUE "L".
           88 LATEST-FORECAST-REVIEW   VALUE "L".
           88 CHOSEN-VINTAGE-REVIEW    VALUE "V".
           88 ALL-VINTAGES-REVIEW      VALUE "A".
       01 WS-VINTAGE-DATE        PIC X(08) VALUE SPACES.
       01 WS-AS-OF-DATE          PIC X(08) VALUE SPACES.
       01 WS-AS-OF-DATE-NUM      PIC 9(08) VALUE 0.
       01 WS-AS-OF-INTEGER       PIC 9(08) VALUE 0.
       01 WS-ISSUE-DATE-NUM      PIC 9(08) VALUE 0.
       01 WS-ISSUE-INTEGER       PIC 9(08) VALUE 0.
       01 WS-HORIZON-DAYS        PIC 9(05) VALUE 0.

      * The forecast term being scored, from FIBOUT or from
      * a vintage record.
       01 WS-TERM-SERIES-ID      PIC X(06) VALUE SPACES.
       01 WS-TERM-SEQUENCE       PIC 9(04) VALUE 0.
       01 WS-TERM-FORECAST       PIC 9(12) VALUE 0.

      * The vintage being scored: one series as issued on
      * one business date.
       01 WS-CUR-VINTAGE-SERIES  PIC X(06) VALUE SPACES.
       01 WS-CUR-VINTAGE-DATE    PIC X(08) VALUE SPACES.
       01 WS-VINTAGE-TERM-COUNT  PIC 9(05) VALUE 0.
       01 WS-VINTAGE-PCT-TOTAL   PIC 9(09) VALUE 0.
       01 WS-VINTAGE-AVG-PCT     PIC 9(05) VALUE 0.
       01 WS-VINTAGE-COUNT       PIC 9(05) VALUE 0.
       01 WS-VINTAGE-BAND        PIC 9(01) VALUE 1.

      * Forecast horizon bands, longest first, by the fewest
      * days from issue that fall in the band.
       01 HORIZON-BAND-INIT-AREA.
           05 FILLER PIC X(19) VALUE "00366OVER 365 DAYS ".
           05 FILLER PIC X(19) VALUE "00181181-365 DAYS  ".
           05 FILLER PIC X(19) VALUE "0009191-180 DAYS   ".
           05 FILLER PIC X(19) VALUE "0003131-90 DAYS    ".
           05 FILLER PIC X(19) VALUE "000000-30 DAYS     ".

       01 HORIZON-BAND-TABLE REDEFINES HORIZON-BAND-INIT-AREA.
           05 HB-BAND-ENTRY OCCURS 5 TIMES
                   INDEXED BY HB-IDX.
               10 HB-LOW-DAYS        PIC 9(05).
               10 HB-BAND-TEXT       PIC X(14).

       01 WS-HORIZON-TOTAL-AREA.
           05 WS-HZ-ENTRY OCCURS 5 TIMES.
               10 WS-HZ-VINTAGE-COUNT PIC 9(05).
               10 WS-HZ-TERM-COUNT    PIC 9(05).
               10 WS-HZ-PCT-TOTAL     PIC 9(09).
       01 WS-HZ-AVG-PCT          PIC 9(05) VALUE 0.

      * The period's actuals, matched to forecast terms by
      * series and sequence; 2000 matches the suite's other
      * in-core ceilings.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM READ-REVIEW-CONTROL-PARAGRAPH
           PERFORM LOAD-ACTUALS-PARAGRAPH
           OPEN OUTPUT ACCURACY-REPORT-FILE
           PERFORM PRINT-REPORT-HEADING-PARAGRAPH
           IF LATEST-FORECAST-REVIEW
               PERFORM REVIEW-LATEST-FORECAST-PARAGRAPH
           ELSE
               INITIALIZE WS-HORIZON-TOTAL-AREA
               PERFORM REVIEW-VINTAGES-PARAGRAPH
           END-IF
           PERFORM REPORT-ORPHAN-ACTUALS-PARAGRAPH
           PERFORM COMPUTE-SERIES-AVERAGES-PARAGRAPH
               VARYING SE-IDX FROM 1 BY 1
               UNTIL SE-IDX > WS-SERIES-COUNT
           PERFORM PRINT-WORST-OFFENDERS-PARAGRAPH
           IF NOT LATEST-FORECAST-REVIEW
               PERFORM PRINT-HORIZON-SUMMARY-PARAGRAPH
           END-IF
           PERFORM PRINT-REPORT-TOTAL-PARAGRAPH
           CLOSE ACCURACY-REPORT-FILE
           STOP RUN.

      * A vintage review without a usable vintage date has
      * nothing to score, so it is refused outright.
       READ-REVIEW-CONTROL-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-AS-OF-DATE
           OPEN INPUT REVIEW-CONTROL-FILE
           READ REVIEW-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF FR-REVIEW-MODE = "V" OR FR-REVIEW-MODE = "A"
                       MOVE FR-REVIEW-MODE TO WS-REVIEW-MODE
                   END-IF
                   MOVE FR-VINTAGE-DATE TO WS-VINTAGE-DATE
                   IF FR-AS-OF-DATE NUMERIC
                       MOVE FR-AS-OF-DATE TO WS-AS-OF-DATE
                   END-IF
           END-READ
           CLOSE REVIEW-CONTROL-FILE
           IF CHOSEN-VINTAGE-REVIEW AND WS-VINTAGE-DATE NOT NUMERIC
               DISPLAY "FORECAST-REVIEW: FCSTCTL VINTAGE DATE"
                   " MISSING - ABENDING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-AS-OF-DATE TO WS-AS-OF-DATE-NUM
           COMPUTE WS-AS-OF-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-AS-OF-DATE-NUM).

       REVIEW-LATEST-FORECAST-PARAGRAPH.
           OPEN INPUT FIBONACCI-OUTPUT-FILE
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-FORECAST-PARAGRAPH
           PERFORM UNTIL END-OF-INPUT-FILE
               IF FIBONACCI-OUTPUT-REC (1:8) NOT = "TRAILER "
                   MOVE FO-SERIES-ID TO WS-TERM-SERIES-ID
                   MOVE FO-SEQUENCE-NUMBER TO WS-TERM-SEQUENCE
                   MOVE FO-FORECAST-AMOUNT TO WS-TERM-FORECAST
                   PERFORM REVIEW-ONE-TERM-PARAGRAPH
               END-IF
               PERFORM READ-FORECAST-PARAGRAPH
           END-PERFORM
           CLOSE FIBONACCI-OUTPUT-FILE.

      * FCSTVIN reads in series, issue date and term order,
      * so each vintage arrives together.
       REVIEW-VINTAGES-PARAGRAPH.
           OPEN INPUT FORECAST-VINTAGE-FILE
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-VINTAGE-PARAGRAPH
           PERFORM UNTIL END-OF-INPUT-FILE
               IF ALL-VINTAGES-REVIEW
                       OR FV-ISSUE-DATE = WS-VINTAGE-DATE
                   IF FV-SERIES-ID NOT = WS-CUR-VINTAGE-SERIES
                           OR FV-ISSUE-DATE NOT = WS-CUR-VINTAGE-DATE
                       PERFORM FINISH-VINTAGE-PARAGRAPH
                       PERFORM START-VINTAGE-PARAGRAPH
                   END-IF
                   MOVE FV-SERIES-ID TO WS-TERM-SERIES-ID
                   MOVE FV-SEQUENCE-NUMBER TO WS-TERM-SEQUENCE
                   MOVE FV-FORECAST-AMOUNT TO WS-TERM-FORECAST
                   PERFORM REVIEW-ONE-TERM-PARAGRAPH
                   IF ACTUAL-FOUND
                       ADD 1 TO WS-VINTAGE-TERM-COUNT
                       ADD WS-PCT-ERROR TO WS-VINTAGE-PCT-TOTAL
                   END-IF
               END-IF
               PERFORM READ-VINTAGE-PARAGRAPH
           END-PERFORM
           PERFORM FINISH-VINTAGE-PARAGRAPH
           CLOSE FORECAST-VINTAGE-FILE.

       READ-VINTAGE-PARAGRAPH.
           READ FORECAST-VINTAGE-FILE NEXT RECORD
               AT END
                   SET END-OF-INPUT-FILE TO TRUE
           END-READ.

      * The horizon is how far ahead of the as-of date the
      * vintage was issued; a vintage issued after it counts
      * as the shortest horizon.
       START-VINTAGE-PARAGRAPH.
           ADD 1 TO WS-VINTAGE-COUNT
           MOVE FV-SERIES-ID TO WS-CUR-VINTAGE-SERIES
           MOVE FV-ISSUE-DATE TO WS-CUR-VINTAGE-DATE
           MOVE 0 TO WS-VINTAGE-TERM-COUNT
           MOVE 0 TO WS-VINTAGE-PCT-TOTAL
           MOVE 0 TO WS-HORIZON-DAYS
           IF FV-ISSUE-DATE NUMERIC
               MOVE FV-ISSUE-DATE TO WS-ISSUE-DATE-NUM
               COMPUTE WS-ISSUE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-ISSUE-DATE-NUM)
               IF WS-AS-OF-INTEGER > WS-ISSUE-INTEGER
                   COMPUTE WS-HORIZON-DAYS =
                       WS-AS-OF-INTEGER - WS-ISSUE-INTEGER
               END-IF
           END-IF
           SET HB-IDX TO 1
           SEARCH HB-BAND-ENTRY
               AT END
                   SET HB-IDX TO 5
               WHEN WS-HORIZON-DAYS >= HB-LOW-DAYS (HB-IDX)
                   CONTINUE
           END-SEARCH
           SET WS-VINTAGE-BAND TO HB-IDX
           MOVE SPACES TO WS-REPORT-LINE
           STRING "VINTAGE " FV-SERIES-ID
               " ISSUED " FV-ISSUE-DATE
               " MULT=" FV-BASE-MULTIPLIER
               " HORIZON=" WS-HORIZON-DAYS " DAYS"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ACCURACY-REPORT-REC FROM WS-REPORT-LINE.

       FINISH-VINTAGE-PARAGRAPH.
           IF WS-CUR-VINTAGE-SERIES NOT = SPACES
               MOVE 0 TO WS-VINTAGE-AVG-PCT
               IF WS-VINTAGE-TERM-COUNT > 0
                   COMPUTE WS-VINTAGE-AVG-PCT ROUNDED =
                       WS-VINTAGE-PCT-TOTAL / WS-VINTAGE-TERM-COUNT
               END-IF
               ADD 1 TO WS-HZ-VINTAGE-COUNT (WS-VINTAGE-BAND)
               ADD WS-VINTAGE-TERM-COUNT
                   TO WS-HZ-TERM-COUNT (WS-VINTAGE-BAND)
               ADD WS-VINTAGE-PCT-TOTAL
                   TO WS-HZ-PCT-TOTAL (WS-VINTAGE-BAND)
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  VINTAGE TERMS SCORED=" WS-VINTAGE-TERM-COUNT
                   " AVG ERR=" WS-VINTAGE-AVG-PCT " PCT"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE ACCURACY-REPORT-REC FROM WS-REPORT-LINE
           END-IF.

      * Bands print longest horizon first, so reading down
      * shows accuracy as the forecast gets closer in.
       PRINT-HORIZON-SUMMARY-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACCURACY BY FORECAST HORIZON AS OF "
               WS-AS-OF-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ACCURACY-REPORT-REC FROM WS-REPORT-LINE
           PERFORM PRINT-HORIZON-BAND-PARAGRAPH
               VARYING HB-IDX FROM 1 BY 1
               UNTIL HB-IDX > 5.

       PRINT-HORIZON-BAND-PARAGRAPH.
           MOVE 0 TO WS-HZ-AVG-PCT
           IF WS-HZ-TERM-COUNT (HB-IDX) > 0
               COMPUTE WS-HZ-AVG-PCT ROUNDED =
                   WS-HZ-PCT-TOTAL (HB-IDX)
                       / WS-HZ-TERM-COUNT (HB-IDX)
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " HB-BAND-TEXT (HB-IDX)
               " VINTAGES=" WS-HZ-VINTAGE-COUNT (HB-IDX)
               " TERMS=" WS-HZ-TERM-COUNT (HB-IDX)
               " AVG ERR=" WS-HZ-AVG-PCT " PCT"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ACCURACY-REPORT-REC FROM WS-REPORT-LINE.

       LOAD-ACTUALS-PARAGRAPH.
           OPEN INPUT ACTUALS-FILE
           PERFORM READ-ACTUAL-PARAGRAPH
                   CONTINUE
               WHEN AC-IDX > WS-ACTUALS-COUNT
                   CONTINUE
               WHEN WS-ACT-SERIES-ID (AC-IDX) = WS-TERM-SERIES-ID
                   AND WS-ACT-SEQUENCE (AC-IDX)
                       = WS-TERM-SEQUENCE
                   SET ACTUAL-FOUND TO TRUE
           END-SEARCH.

       SCORE-ONE-TERM-PARAGRAPH.
           COMPUTE WS-VARIANCE = WS-TERM-FORECAST
               - WS-ACT-AMOUNT (AC-IDX)
           IF WS-VARIANCE < 0
               COMPUTE WS-ABS-VARIANCE = 0 - WS-VARIANCE
           END-IF
           PERFORM POST-SERIES-SCORE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-TERM-SERIES-ID " TERM " WS-TERM-SEQUENCE
               " FCST=" WS-TERM-FORECAST
               " ACT=" WS-ACT-AMOUNT (AC-IDX)
               " VAR=" WS-VARIANCE
               " ERR=" WS-PCT-ERROR " PCT"
                   PERFORM ADD-SERIES-ENTRY-PARAGRAPH
               WHEN SE-IDX > WS-SERIES-COUNT
                   PERFORM ADD-SERIES-ENTRY-PARAGRAPH
               WHEN WS-SER-SERIES-ID (SE-IDX) = WS-TERM-SERIES-ID
                   CONTINUE
           END-SEARCH
           ADD 1 TO WS-SER-TERM-COUNT (SE-IDX)
           SET SE-IDX TO WS-SERIES-COUNT
           SET SE-IDX UP BY 1
           SET WS-SERIES-COUNT TO SE-IDX
           MOVE WS-TERM-SERIES-ID TO WS-SER-SERIES-ID (SE-IDX)
           MOVE 0 TO WS-SER-TERM-COUNT (SE-IDX)
           MOVE 0 TO WS-SER-PCT-TOTAL (SE-IDX)
           MOVE 0 TO WS-SER-AVG-PCT (SE-IDX)
           STRING "FORECAST ACCURACY REVIEW - "
               FUNCTION CURRENT-DATE (1:8)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ACCURACY-REPORT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           EVALUATE TRUE
               WHEN CHOSEN-VINTAGE-REVIEW
                   STRING "SCORING VINTAGE ISSUED " WS-VINTAGE-DATE
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               WHEN ALL-VINTAGES-REVIEW
                   STRING "SCORING EVERY VINTAGE ON FILE"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               WHEN OTHER
                   STRING "SCORING LATEST FORECAST"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-EVALUATE
           WRITE ACCURACY-REPORT-REC FROM WS-REPORT-LINE.

       PRINT-REPORT-TOTAL-PARAGRAPH.
               " FCST UNMATCHED=" WS-UNMATCHED-FCST
               " ORPHAN ACTUALS=" WS-ORPHAN-ACTUALS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ACCURACY-REPORT-REC FROM WS-REPORT-LINE
           IF NOT LATEST-FORECAST-REVIEW
               MOVE SPACES TO WS-REPORT-LINE
               STRING "TOTALS  VINTAGES=" WS-VINTAGE-COUNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE ACCURACY-REPORT-REC FROM WS-REPORT-LINE
           END-IF.
