      * file, and cards with a zero or non-numeric term
      * count list on the rejected-card report instead of
      * silently defaulting.
      *
      * Every term is also posted to the keyed FCSTVIN
      * forecast vintage history under its series, the
      * business date it was issued and its term number,
      * with the multiplier that produced it, so a forecast
      * survives the next night's FIBOUT as originally
      * issued.  A rerun for the same business date
      * replaces that night's vintage.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CARD-REJECT-FILE ASSIGN TO "FIBREJR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FORECAST-VINTAGE-FILE ASSIGN TO "FCSTVIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FV-VINTAGE-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-REJECT-FILE.
       01 CARD-REJECT-REC          PIC X(80).

       FD  FORECAST-VINTAGE-FILE.
           COPY "FCSTVIN.CPY".

       WORKING-STORAGE SECTION.
       01 WS-N          PIC 9(3)  VALUE 10.
       01 WS-SERIES-ID  PIC X(06) VALUE SPACES.

       01 WS-CALCRES-DETAIL-COUNT PIC 9(07) VALUE 0.
       01 WS-CALCRES-HASH-TOTAL   PIC 9(15) VALUE 0.
       01 WS-VINTAGE-POSTED-COUNT PIC 9(07) VALUE 0.

       01 WS-RUN-START-TIMESTAMP  PIC X(14) VALUE SPACES.
       01 WS-BUSINESS-DATE        PIC X(08) VALUE SPACES.
           OPEN OUTPUT FIBONACCI-OUTPUT-FILE
           OPEN OUTPUT CALC-RESULT-FILE
           OPEN OUTPUT CARD-REJECT-FILE
           OPEN I-O FORECAST-VINTAGE-FILE
           PERFORM WRITE-CALCRES-HEADER-PARAGRAPH
           PERFORM READ-CONTROL-CARD-PARAGRAPH
           PERFORM UNTIL END-OF-CARD-FILE
           CLOSE FIBONACCI-OUTPUT-FILE
           CLOSE CALC-RESULT-FILE
           CLOSE CARD-REJECT-FILE
           CLOSE FORECAST-VINTAGE-FILE
           PERFORM WRITE-COMPLETION-CHECKPOINT-PARAGRAPH
           PERFORM WRITE-RUN-CONTROL-PARAGRAPH
           STOP RUN.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CARD TOTALS  SERIES RUN=" WS-SERIES-COUNT
               " CARDS REJECTED=" WS-REJECTED-CARD-COUNT
               " VINTAGE TERMS=" WS-VINTAGE-POSTED-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CARD-REJECT-REC FROM WS-REPORT-LINE.

           MOVE WS-FIB-RATIO TO FO-RATIO
           WRITE FIBONACCI-OUTPUT-REC
           ADD 1 TO WS-SERIES-TERM-COUNT
           PERFORM WRITE-VINTAGE-PARAGRAPH
           PERFORM WRITE-CALC-RESULT-PARAGRAPH.

      * A rerun for the same business date replaces the
      * term's vintage record rather than failing on the key.
       WRITE-VINTAGE-PARAGRAPH.
           MOVE SPACES TO FORECAST-VINTAGE-REC
           MOVE WS-SERIES-ID TO FV-SERIES-ID
           MOVE WS-BUSINESS-DATE TO FV-ISSUE-DATE
           MOVE WS-I TO FV-SEQUENCE-NUMBER
           MOVE WS-CURRENT-TERM-VALUE TO FV-FIB-VALUE
           MOVE WS-FORECAST-AMOUNT TO FV-FORECAST-AMOUNT
           MOVE WS-BASE-MULTIPLIER TO FV-BASE-MULTIPLIER
           MOVE WS-FIB-RATIO TO FV-RATIO
           MOVE WS-RUN-START-TIMESTAMP TO FV-ISSUE-TIMESTAMP
           WRITE FORECAST-VINTAGE-REC
               INVALID KEY
                   REWRITE FORECAST-VINTAGE-REC
                       INVALID KEY
                           DISPLAY "FIBONACCI: FCSTVIN POST FAILED"
                               " FOR SERIES " FV-SERIES-ID
                               " TERM " FV-SEQUENCE-NUMBER
                   END-REWRITE
           END-WRITE
           ADD 1 TO WS-VINTAGE-POSTED-COUNT.

       WRITE-CALC-RESULT-PARAGRAPH.
           MOVE "FIBONACC" TO CR-SOURCE-SYSTEM
           MOVE WS-SERIES-ID TO CR-RECORD-KEY
