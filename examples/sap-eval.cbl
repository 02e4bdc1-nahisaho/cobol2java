       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAP-EVAL.
       AUTHOR. COBOL2Java Team.
      *
      * Satisfactory academic progress evaluation program
      *
      * Reads every student on the STUHIST academic history
      * master once GPA-SUMMARY has posted the term and
      * evaluates the student's satisfactory academic
      * progress for financial aid against the SAPCTL card:
      * the cumulative GPA must reach the minimum GPA, the
      * completion rate (cumulative credits earned over
      * credits attempted) must reach the minimum pace, and
      * the credits attempted must stay within the maximum
      * timeframe - the maximum-timeframe percentage of the
      * program's credits, taken from the DEGREQ program
      * header of the student's STUPROG program, or the card
      * default for a student with no program.
      *
      * A student passing every check meets SAP.  The first
      * term failing the GPA or pace check is a warning; a
      * second failing term in a row, or credits attempted
      * beyond the maximum timeframe, makes the student
      * ineligible until every check passes again.  Each
      * student's status is kept on the keyed SAPSTAT master
      * with last term's status beside it, so a rerun for
      * the same term re-evaluates against last term.
      *
      * SAPEXTR is the fixed-layout extract for the aid
      * system, one record per student.  SAPRPT lists every
      * student whose status changed from last term, with
      * the figures behind it, plus totals by status.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STUDENT-HISTORY-FILE ASSIGN TO "STUHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SH-STUDENT-ID.
           SELECT OPTIONAL STUDENT-PROGRAM-FILE ASSIGN TO "STUPROG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SP-STUDENT-ID.
           SELECT OPTIONAL DEGREE-REQUIREMENT-FILE ASSIGN TO "DEGREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DR-REQUIREMENT-KEY.
           SELECT OPTIONAL SAP-STATUS-FILE ASSIGN TO "SAPSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SS-STUDENT-ID.
           SELECT OPTIONAL SAP-CONTROL-FILE ASSIGN TO "SAPCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BSNSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SAP-EXTRACT-FILE ASSIGN TO "SAPEXTR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SAP-REPORT-FILE ASSIGN TO "SAPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-HISTORY-FILE.
           COPY "STUHIST.CPY".

       FD  STUDENT-PROGRAM-FILE.
           COPY "STUPROG.CPY".

       FD  DEGREE-REQUIREMENT-FILE.
           COPY "DEGREQ.CPY".

       FD  SAP-STATUS-FILE.
           COPY "SAPSTAT.CPY".

       FD  SAP-CONTROL-FILE.
       01 SAP-CONTROL-REC.
           05 SC-TERM-CODE           PIC X(06).
           05 SC-MIN-CUM-GPA         PIC 9V99.
           05 SC-MIN-COMPLETION-PCT  PIC 9(03).
           05 SC-MAX-TIMEFRAME-PCT   PIC 9(03).
           05 SC-PROGRAM-CREDITS     PIC 9(03).
           05 FILLER                 PIC X(02).

       FD  BUSINESS-DATE-FILE.
           COPY "BSNDATE.CPY".

       FD  SAP-EXTRACT-FILE.
           COPY "SAPEXTR.CPY".

       FD  SAP-REPORT-FILE.
       01 SAP-REPORT-REC           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH          PIC X(01) VALUE "N".
           88 END-OF-STUDENT-HISTORY    VALUE "Y".

       01 WS-BUSINESS-DATE       PIC X(08) VALUE SPACES.
       01 WS-SAP-TERM            PIC X(06) VALUE SPACES.

      * SAPCTL thresholds; the defaults are the common
      * federal aid standards.
       01 WS-MIN-CUM-GPA         PIC 9V99 VALUE 2.00.
       01 WS-MIN-COMPLETION-PCT  PIC 9(03) VALUE 67.
       01 WS-MAX-TIMEFRAME-PCT   PIC 9(03) VALUE 150.
       01 WS-DEFAULT-PROGRAM-CREDITS PIC 9(03) VALUE 120.

      * The program whose credits were last looked up;
      * students of the same program reuse them.
       01 WS-LOADED-PROGRAM      PIC X(06) VALUE SPACES.
       01 WS-LOADED-CREDITS      PIC 9(03) VALUE 0.
       01 WS-PROGRAM-CODE        PIC X(06) VALUE SPACES.
       01 WS-PROGRAM-CREDITS     PIC 9(03) VALUE 0.
       01 WS-MAX-CREDITS         PIC 9(04) VALUE 0.

       01 WS-COMPLETION-PCT      PIC 9(03)V9 VALUE 0.
       01 WS-TIMEFRAME-PCT       PIC 9(03)V9 VALUE 0.
       01 WS-GPA-CHECK           PIC X(01) VALUE "P".
           88 GPA-CHECK-FAILED          VALUE "F".
       01 WS-PACE-CHECK          PIC X(01) VALUE "P".
           88 PACE-CHECK-FAILED         VALUE "F".
       01 WS-TIMEFRAME-CHECK     PIC X(01) VALUE "P".
           88 TIMEFRAME-CHECK-FAILED    VALUE "F".

       01 WS-STATUS-FOUND-SWITCH PIC X(01) VALUE "N".
           88 STATUS-FOUND              VALUE "Y".
           88 STATUS-NOT-FOUND          VALUE "N".
       01 WS-SAP-STATUS          PIC X(01) VALUE SPACE.
       01 WS-PRIOR-STATUS        PIC X(01) VALUE SPACE.
       01 WS-PRIOR-TERM          PIC X(06) VALUE SPACES.

       01 WS-EVALUATED-COUNT     PIC 9(05) VALUE 0.
       01 WS-MEETS-COUNT         PIC 9(05) VALUE 0.
       01 WS-WARNING-COUNT       PIC 9(05) VALUE 0.
       01 WS-INELIGIBLE-COUNT    PIC 9(05) VALUE 0.
       01 WS-CHANGED-COUNT       PIC 9(05) VALUE 0.
       01 WS-FIRST-EVAL-COUNT    PIC 9(05) VALUE 0.

       01 WS-REPORT-LINE         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM READ-BUSINESS-DATE-PARAGRAPH
           PERFORM READ-SAP-CONTROL-PARAGRAPH
           OPEN INPUT STUDENT-HISTORY-FILE
           OPEN INPUT STUDENT-PROGRAM-FILE
           OPEN INPUT DEGREE-REQUIREMENT-FILE
           OPEN I-O SAP-STATUS-FILE
           OPEN OUTPUT SAP-EXTRACT-FILE
           OPEN OUTPUT SAP-REPORT-FILE
           PERFORM PRINT-HEADINGS-PARAGRAPH
           PERFORM READ-STUDENT-HISTORY-PARAGRAPH
           PERFORM UNTIL END-OF-STUDENT-HISTORY
               PERFORM EVALUATE-STUDENT-PARAGRAPH
               PERFORM READ-STUDENT-HISTORY-PARAGRAPH
           END-PERFORM
           PERFORM PRINT-TOTALS-PARAGRAPH
           CLOSE STUDENT-HISTORY-FILE
           CLOSE STUDENT-PROGRAM-FILE
           CLOSE DEGREE-REQUIREMENT-FILE
           CLOSE SAP-STATUS-FILE
           CLOSE SAP-EXTRACT-FILE
           CLOSE SAP-REPORT-FILE
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

      * A blank term on the card uses the business year and
      * month; a blank or zero threshold keeps the default.
       READ-SAP-CONTROL-PARAGRAPH.
           MOVE WS-BUSINESS-DATE (1:6) TO WS-SAP-TERM
           OPEN INPUT SAP-CONTROL-FILE
           READ SAP-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF SC-TERM-CODE NOT = SPACES
                       MOVE SC-TERM-CODE TO WS-SAP-TERM
                   END-IF
                   IF SC-MIN-CUM-GPA NUMERIC
                           AND SC-MIN-CUM-GPA > 0
                       MOVE SC-MIN-CUM-GPA TO WS-MIN-CUM-GPA
                   END-IF
                   IF SC-MIN-COMPLETION-PCT NUMERIC
                           AND SC-MIN-COMPLETION-PCT > 0
                       MOVE SC-MIN-COMPLETION-PCT
                           TO WS-MIN-COMPLETION-PCT
                   END-IF
                   IF SC-MAX-TIMEFRAME-PCT NUMERIC
                           AND SC-MAX-TIMEFRAME-PCT > 0
                       MOVE SC-MAX-TIMEFRAME-PCT
                           TO WS-MAX-TIMEFRAME-PCT
                   END-IF
                   IF SC-PROGRAM-CREDITS NUMERIC
                           AND SC-PROGRAM-CREDITS > 0
                       MOVE SC-PROGRAM-CREDITS
                           TO WS-DEFAULT-PROGRAM-CREDITS
                   END-IF
           END-READ
           CLOSE SAP-CONTROL-FILE.

       READ-STUDENT-HISTORY-PARAGRAPH.
           READ STUDENT-HISTORY-FILE NEXT RECORD
               AT END
                   SET END-OF-STUDENT-HISTORY TO TRUE
           END-READ.

       EVALUATE-STUDENT-PARAGRAPH.
           ADD 1 TO WS-EVALUATED-COUNT
           PERFORM FIND-PROGRAM-CREDITS-PARAGRAPH
           PERFORM COMPUTE-SAP-MEASURES-PARAGRAPH
           PERFORM READ-SAP-STATUS-PARAGRAPH
           PERFORM DETERMINE-SAP-STATUS-PARAGRAPH
           PERFORM UPDATE-SAP-STATUS-PARAGRAPH
           PERFORM WRITE-SAP-EXTRACT-PARAGRAPH
           EVALUATE WS-SAP-STATUS
               WHEN "M"
                   ADD 1 TO WS-MEETS-COUNT
               WHEN "W"
                   ADD 1 TO WS-WARNING-COUNT
               WHEN OTHER
                   ADD 1 TO WS-INELIGIBLE-COUNT
           END-EVALUATE
           IF WS-PRIOR-STATUS = SPACE
               ADD 1 TO WS-FIRST-EVAL-COUNT
           ELSE
               IF WS-SAP-STATUS NOT = WS-PRIOR-STATUS
                   PERFORM WRITE-STATUS-CHANGE-PARAGRAPH
               END-IF
           END-IF.

      *****************************************************
      * Program length from STUPROG and DEGREQ              *
      *****************************************************
      * The maximum timeframe is the card percentage of the
      * program's minimum credits on its DEGREQ P header; a
      * student with no program, or a program with no
      * header, is measured against the card default.
       FIND-PROGRAM-CREDITS-PARAGRAPH.
           MOVE SPACES TO WS-PROGRAM-CODE
           MOVE WS-DEFAULT-PROGRAM-CREDITS TO WS-PROGRAM-CREDITS
           MOVE SH-STUDENT-ID TO SP-STUDENT-ID
           READ STUDENT-PROGRAM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SP-PROGRAM-CODE TO WS-PROGRAM-CODE
           END-READ
           IF WS-PROGRAM-CODE NOT = SPACES
               IF WS-PROGRAM-CODE NOT = WS-LOADED-PROGRAM
                   PERFORM LOAD-PROGRAM-CREDITS-PARAGRAPH
               END-IF
               IF WS-LOADED-CREDITS > 0
                   MOVE WS-LOADED-CREDITS TO WS-PROGRAM-CREDITS
               END-IF
           END-IF
           COMPUTE WS-MAX-CREDITS =
               WS-PROGRAM-CREDITS * WS-MAX-TIMEFRAME-PCT / 100.

       LOAD-PROGRAM-CREDITS-PARAGRAPH.
           MOVE WS-PROGRAM-CODE TO WS-LOADED-PROGRAM
           MOVE 0 TO WS-LOADED-CREDITS
           MOVE WS-PROGRAM-CODE TO DR-PROGRAM-CODE
           MOVE "P" TO DR-REQ-TYPE
           MOVE SPACES TO DR-REQ-ID
           READ DEGREE-REQUIREMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DR-MIN-CREDITS TO WS-LOADED-CREDITS
           END-READ.

      *****************************************************
      * SAP measures and status                             *
      *****************************************************
      * A student with no credits attempted yet is on pace.
      * Percentages are truncated, never rounded up into a
      * pass.
       COMPUTE-SAP-MEASURES-PARAGRAPH.
           MOVE "P" TO WS-GPA-CHECK
           MOVE "P" TO WS-PACE-CHECK
           MOVE "P" TO WS-TIMEFRAME-CHECK
           IF SH-CUM-CREDITS-ATTEMPTED > 0
               COMPUTE WS-COMPLETION-PCT =
                   SH-CUM-CREDITS-EARNED * 100
                       / SH-CUM-CREDITS-ATTEMPTED
               IF SH-CUM-GPA < WS-MIN-CUM-GPA
                   MOVE "F" TO WS-GPA-CHECK
               END-IF
               IF WS-COMPLETION-PCT < WS-MIN-COMPLETION-PCT
                   MOVE "F" TO WS-PACE-CHECK
               END-IF
           ELSE
               MOVE 100 TO WS-COMPLETION-PCT
           END-IF
           IF WS-MAX-CREDITS > 0
               COMPUTE WS-TIMEFRAME-PCT =
                   SH-CUM-CREDITS-ATTEMPTED * 100 / WS-MAX-CREDITS
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-TIMEFRAME-PCT
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-TIMEFRAME-PCT
           END-IF
           IF SH-CUM-CREDITS-ATTEMPTED > WS-MAX-CREDITS
               MOVE "F" TO WS-TIMEFRAME-CHECK
           END-IF.

      * Last term's status is the current one on SAPSTAT,
      * or the prior one when this term was already run.
       READ-SAP-STATUS-PARAGRAPH.
           MOVE SPACE TO WS-PRIOR-STATUS
           MOVE SPACES TO WS-PRIOR-TERM
           SET STATUS-NOT-FOUND TO TRUE
           MOVE SH-STUDENT-ID TO SS-STUDENT-ID
           READ SAP-STATUS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET STATUS-FOUND TO TRUE
           END-READ
           IF STATUS-FOUND
               IF SS-EVAL-TERM = WS-SAP-TERM
                   MOVE SS-PRIOR-STATUS TO WS-PRIOR-STATUS
                   MOVE SS-PRIOR-TERM TO WS-PRIOR-TERM
               ELSE
                   MOVE SS-SAP-STATUS TO WS-PRIOR-STATUS
                   MOVE SS-EVAL-TERM TO WS-PRIOR-TERM
               END-IF
           END-IF.

       DETERMINE-SAP-STATUS-PARAGRAPH.
           EVALUATE TRUE
               WHEN TIMEFRAME-CHECK-FAILED
                   MOVE "I" TO WS-SAP-STATUS
               WHEN GPA-CHECK-FAILED OR PACE-CHECK-FAILED
                   IF WS-PRIOR-STATUS = "W"
                           OR WS-PRIOR-STATUS = "I"
                       MOVE "I" TO WS-SAP-STATUS
                   ELSE
                       MOVE "W" TO WS-SAP-STATUS
                   END-IF
               WHEN OTHER
                   MOVE "M" TO WS-SAP-STATUS
           END-EVALUATE.

       UPDATE-SAP-STATUS-PARAGRAPH.
           IF STATUS-NOT-FOUND
               MOVE SPACES TO SAP-STATUS-REC
               MOVE SH-STUDENT-ID TO SS-STUDENT-ID
           END-IF
           MOVE WS-SAP-STATUS TO SS-SAP-STATUS
           MOVE WS-SAP-TERM TO SS-EVAL-TERM
           MOVE WS-PRIOR-STATUS TO SS-PRIOR-STATUS
           MOVE WS-PRIOR-TERM TO SS-PRIOR-TERM
           MOVE WS-BUSINESS-DATE TO SS-LAST-MAINT-DATE
           IF STATUS-FOUND
               REWRITE SAP-STATUS-REC
           ELSE
               WRITE SAP-STATUS-REC
           END-IF.

       WRITE-SAP-EXTRACT-PARAGRAPH.
           MOVE SPACES TO SAP-EXTRACT-REC
           MOVE SH-STUDENT-ID TO SE-STUDENT-ID
           MOVE WS-SAP-TERM TO SE-TERM-CODE
           MOVE WS-SAP-STATUS TO SE-SAP-STATUS
           MOVE WS-PRIOR-STATUS TO SE-PRIOR-STATUS
           MOVE SH-CUM-GPA TO SE-CUM-GPA
           MOVE SH-CUM-CREDITS-ATTEMPTED TO SE-CREDITS-ATTEMPTED
           MOVE SH-CUM-CREDITS-EARNED TO SE-CREDITS-EARNED
           MOVE WS-COMPLETION-PCT TO SE-COMPLETION-PCT
           MOVE WS-MAX-CREDITS TO SE-MAX-CREDITS
           MOVE WS-TIMEFRAME-PCT TO SE-TIMEFRAME-PCT
           MOVE WS-GPA-CHECK TO SE-GPA-CHECK
           MOVE WS-PACE-CHECK TO SE-PACE-CHECK
           MOVE WS-TIMEFRAME-CHECK TO SE-TIMEFRAME-CHECK
           MOVE WS-PROGRAM-CODE TO SE-PROGRAM-CODE
           MOVE WS-BUSINESS-DATE TO SE-EVAL-DATE
           WRITE SAP-EXTRACT-REC.

       WRITE-STATUS-CHANGE-PARAGRAPH.
           ADD 1 TO WS-CHANGED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "STUDENT " SH-STUDENT-ID
               " SAP " WS-PRIOR-STATUS " TO " WS-SAP-STATUS
               " GPA=" SH-CUM-GPA
               " PACE=" WS-COMPLETION-PCT
               " TIME=" WS-TIMEFRAME-PCT
               " CHECKS=" WS-GPA-CHECK WS-PACE-CHECK
               WS-TIMEFRAME-CHECK
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE SAP-REPORT-REC FROM WS-REPORT-LINE.

       PRINT-HEADINGS-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SAP STATUS CHANGES - TERM " WS-SAP-TERM
               " BUSINESS DATE " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE SAP-REPORT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "MIN GPA=" WS-MIN-CUM-GPA
               " MIN PACE PCT=" WS-MIN-COMPLETION-PCT
               " MAX TIMEFRAME PCT=" WS-MAX-TIMEFRAME-PCT
               " DEFAULT CREDITS=" WS-DEFAULT-PROGRAM-CREDITS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE SAP-REPORT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "(M=MEETS W=WARNING I=INELIGIBLE;"
               " CHECKS GPA/PACE/TIME P=PASSED F=FAILED)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE SAP-REPORT-REC FROM WS-REPORT-LINE.

       PRINT-TOTALS-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTALS  EVALUATED=" WS-EVALUATED-COUNT
               " MEETS=" WS-MEETS-COUNT
               " WARNING=" WS-WARNING-COUNT
               " INELIGIBLE=" WS-INELIGIBLE-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE SAP-REPORT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "        STATUS CHANGES=" WS-CHANGED-COUNT
               " FIRST EVALUATIONS=" WS-FIRST-EVAL-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE SAP-REPORT-REC FROM WS-REPORT-LINE.
