       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSCRIPT-PRINT.
       AUTHOR. COBOL2Java Team.
      *
      * Official transcript print program
      *
      * TRANSCF is one night's feed and STUHIST holds only
      * running totals, so the permanent ACADREC academic
      * record is the one place a student's whole course-
      * by-course history lives.  This job reads the TRNSREQ
      * request cards (one student id per card) and prints
      * an official transcript per student: every term in
      * term order with its courses, catalog titles, letter
      * grades and credit hours, the term's credits and
      * credit-weighted GPA, and the running cumulative GPA
      * through that term.  An amended grade prints with
      * the grade it replaced.  The academic standing and
      * cumulative credits close the transcript from
      * STUHIST.  I, W and AU carry no GPA points and are
      * left out of attempted credits, the way GPA-SUMMARY
      * counts them; F is attempted but not earned.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSCRIPT-REQUEST-FILE ASSIGN TO "TRNSREQ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACADEMIC-RECORD-FILE ASSIGN TO "ACADREC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-RECORD-KEY.
           SELECT OPTIONAL STUDENT-HISTORY-FILE ASSIGN TO "STUHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SH-STUDENT-ID.
           SELECT COURSE-CATALOG-FILE ASSIGN TO "CRSCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-COURSE-ID.
           SELECT TRANSCRIPT-PRINT-FILE ASSIGN TO "TRNSPRT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSCRIPT-REQUEST-FILE.
       01 TRANSCRIPT-REQUEST-REC.
           05 TQ-STUDENT-ID        PIC X(06).
           05 FILLER               PIC X(14).

       FD  ACADEMIC-RECORD-FILE.
           COPY "ACADREC.CPY".

       FD  STUDENT-HISTORY-FILE.
           COPY "STUHIST.CPY".

       FD  COURSE-CATALOG-FILE.
           COPY "CRSCAT.CPY".

       FD  TRANSCRIPT-PRINT-FILE.
       01 TRANSCRIPT-PRINT-REC     PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-REQUEST-EOF-SWITCH  PIC X(01) VALUE "N".
           88 END-OF-REQUEST-FILE       VALUE "Y".
       01 WS-ACADEMIC-EOF-SWITCH PIC X(01) VALUE "N".
           88 END-OF-ACADEMIC-RECORDS   VALUE "Y".

       01 WS-STUDENT-ID          PIC X(06) VALUE SPACES.
       01 WS-CURRENT-TERM        PIC X(06) VALUE SPACES.
       01 WS-COURSE-TITLE        PIC X(20) VALUE SPACES.
       01 WS-PRINT-DATE          PIC X(08) VALUE SPACES.

      * Term and cumulative accumulators.  Quality points
      * are GPA points times credit hours.
       01 WS-TERM-COURSE-COUNT   PIC 9(03) VALUE 0.
       01 WS-TERM-QUALITY-POINTS PIC 9(05)V99 VALUE 0.
       01 WS-TERM-ATTEMPTED      PIC 9(03) VALUE 0.
       01 WS-TERM-EARNED         PIC 9(03) VALUE 0.
       01 WS-TERM-GPA            PIC 9V99 VALUE 0.
       01 WS-CUM-QUALITY-POINTS  PIC 9(06)V99 VALUE 0.
       01 WS-CUM-ATTEMPTED       PIC 9(04) VALUE 0.
       01 WS-CUM-EARNED          PIC 9(04) VALUE 0.
       01 WS-CUM-GPA             PIC 9V99 VALUE 0.
       01 WS-QUALITY-POINTS      PIC 9(03)V99 VALUE 0.
       01 WS-STUDENT-COURSE-COUNT PIC 9(05) VALUE 0.

       01 WS-PRT-TERM-GPA        PIC 9.99.
       01 WS-PRT-CUM-GPA         PIC 9.99.
       01 WS-PRT-STANDING        PIC X(20) VALUE SPACES.

       01 WS-REQUEST-COUNT       PIC 9(05) VALUE 0.
       01 WS-PRINTED-COUNT       PIC 9(05) VALUE 0.
       01 WS-NOT-FOUND-COUNT     PIC 9(05) VALUE 0.

       01 WS-REPORT-LINE         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-PRINT-DATE
           OPEN INPUT TRANSCRIPT-REQUEST-FILE
           OPEN INPUT ACADEMIC-RECORD-FILE
           OPEN INPUT STUDENT-HISTORY-FILE
           OPEN INPUT COURSE-CATALOG-FILE
           OPEN OUTPUT TRANSCRIPT-PRINT-FILE
           PERFORM READ-REQUEST-PARAGRAPH
           PERFORM UNTIL END-OF-REQUEST-FILE
               IF TQ-STUDENT-ID NOT = SPACES
                   PERFORM PRINT-ONE-TRANSCRIPT-PARAGRAPH
               END-IF
               PERFORM READ-REQUEST-PARAGRAPH
           END-PERFORM
           PERFORM PRINT-RUN-TOTAL-PARAGRAPH
           CLOSE TRANSCRIPT-REQUEST-FILE
           CLOSE ACADEMIC-RECORD-FILE
           CLOSE STUDENT-HISTORY-FILE
           CLOSE COURSE-CATALOG-FILE
           CLOSE TRANSCRIPT-PRINT-FILE
           IF WS-NOT-FOUND-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-REQUEST-PARAGRAPH.
           READ TRANSCRIPT-REQUEST-FILE
               AT END
                   SET END-OF-REQUEST-FILE TO TRUE
           END-READ.

      * Browses the student's academic records in key
      * order - term, then course - breaking on term.
       PRINT-ONE-TRANSCRIPT-PARAGRAPH.
           ADD 1 TO WS-REQUEST-COUNT
           MOVE TQ-STUDENT-ID TO WS-STUDENT-ID
           MOVE SPACES TO WS-CURRENT-TERM
           MOVE 0 TO WS-STUDENT-COURSE-COUNT
           MOVE 0 TO WS-CUM-QUALITY-POINTS
           MOVE 0 TO WS-CUM-ATTEMPTED
           MOVE 0 TO WS-CUM-EARNED
           MOVE 0 TO WS-CUM-GPA
           PERFORM PRINT-TRANSCRIPT-HEADING-PARAGRAPH
           MOVE "N" TO WS-ACADEMIC-EOF-SWITCH
           MOVE WS-STUDENT-ID TO AR-STUDENT-ID
           MOVE LOW-VALUES TO AR-TERM-CODE
           MOVE LOW-VALUES TO AR-COURSE-ID
           START ACADEMIC-RECORD-FILE KEY >= AR-RECORD-KEY
               INVALID KEY
                   SET END-OF-ACADEMIC-RECORDS TO TRUE
           END-START
           PERFORM READ-NEXT-ACADEMIC-PARAGRAPH
           PERFORM UNTIL END-OF-ACADEMIC-RECORDS
               IF WS-STUDENT-COURSE-COUNT = 0
                       OR AR-TERM-CODE NOT = WS-CURRENT-TERM
                   IF WS-STUDENT-COURSE-COUNT > 0
                       PERFORM PRINT-TERM-TOTAL-PARAGRAPH
                   END-IF
                   PERFORM BEGIN-TERM-PARAGRAPH
               END-IF
               PERFORM PRINT-COURSE-LINE-PARAGRAPH
               PERFORM READ-NEXT-ACADEMIC-PARAGRAPH
           END-PERFORM
           IF WS-STUDENT-COURSE-COUNT = 0
               ADD 1 TO WS-NOT-FOUND-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "NO ACADEMIC RECORD ON FILE FOR STUDENT "
                   WS-STUDENT-ID
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE TRANSCRIPT-PRINT-REC FROM WS-REPORT-LINE
           ELSE
               ADD 1 TO WS-PRINTED-COUNT
               PERFORM PRINT-TERM-TOTAL-PARAGRAPH
               PERFORM PRINT-STANDING-PARAGRAPH
           END-IF.

       READ-NEXT-ACADEMIC-PARAGRAPH.
           IF NOT END-OF-ACADEMIC-RECORDS
               READ ACADEMIC-RECORD-FILE NEXT RECORD
                   AT END
                       SET END-OF-ACADEMIC-RECORDS TO TRUE
               END-READ
           END-IF
           IF NOT END-OF-ACADEMIC-RECORDS
                   AND AR-STUDENT-ID NOT = WS-STUDENT-ID
               SET END-OF-ACADEMIC-RECORDS TO TRUE
           END-IF.

       BEGIN-TERM-PARAGRAPH.
           MOVE AR-TERM-CODE TO WS-CURRENT-TERM
           MOVE 0 TO WS-TERM-COURSE-COUNT
           MOVE 0 TO WS-TERM-QUALITY-POINTS
           MOVE 0 TO WS-TERM-ATTEMPTED
           MOVE 0 TO WS-TERM-EARNED
           MOVE SPACES TO WS-REPORT-LINE
           WRITE TRANSCRIPT-PRINT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TERM " WS-CURRENT-TERM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE TRANSCRIPT-PRINT-REC FROM WS-REPORT-LINE.

      * Credits come from the posting, not today's catalog,
      * so a later catalog change cannot rewrite history;
      * the catalog supplies only the title.
       PRINT-COURSE-LINE-PARAGRAPH.
           ADD 1 TO WS-STUDENT-COURSE-COUNT
           ADD 1 TO WS-TERM-COURSE-COUNT
           MOVE SPACES TO WS-COURSE-TITLE
           MOVE AR-COURSE-ID TO CU-COURSE-ID
           READ COURSE-CATALOG-FILE
               INVALID KEY
                   MOVE "(NOT ON CATALOG)" TO WS-COURSE-TITLE
               NOT INVALID KEY
                   MOVE CU-COURSE-TITLE TO WS-COURSE-TITLE
           END-READ
           IF AR-LETTER-GRADE NOT = "I "
                   AND AR-LETTER-GRADE NOT = "W "
                   AND AR-LETTER-GRADE NOT = "AU"
               COMPUTE WS-QUALITY-POINTS =
                   AR-GPA-POINTS * AR-CREDIT-HOURS
               ADD WS-QUALITY-POINTS TO WS-TERM-QUALITY-POINTS
               ADD AR-CREDIT-HOURS TO WS-TERM-ATTEMPTED
               IF AR-LETTER-GRADE (1:1) NOT = "F"
                   ADD AR-CREDIT-HOURS TO WS-TERM-EARNED
               END-IF
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           IF AR-AMEND-COUNT > 0
               STRING "  " AR-COURSE-ID " " WS-COURSE-TITLE
                   "  " AR-LETTER-GRADE
                   "  CR " AR-CREDIT-HOURS
                   "  AMENDED FROM " AR-ORIGINAL-LETTER
                   " ON " AR-AMEND-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "  " AR-COURSE-ID " " WS-COURSE-TITLE
                   "  " AR-LETTER-GRADE
                   "  CR " AR-CREDIT-HOURS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE TRANSCRIPT-PRINT-REC FROM WS-REPORT-LINE.

       PRINT-TERM-TOTAL-PARAGRAPH.
           MOVE 0 TO WS-TERM-GPA
           IF WS-TERM-ATTEMPTED > 0
               COMPUTE WS-TERM-GPA ROUNDED =
                   WS-TERM-QUALITY-POINTS / WS-TERM-ATTEMPTED
           END-IF
           ADD WS-TERM-QUALITY-POINTS TO WS-CUM-QUALITY-POINTS
           ADD WS-TERM-ATTEMPTED TO WS-CUM-ATTEMPTED
           ADD WS-TERM-EARNED TO WS-CUM-EARNED
           IF WS-CUM-ATTEMPTED > 0
               COMPUTE WS-CUM-GPA ROUNDED =
                   WS-CUM-QUALITY-POINTS / WS-CUM-ATTEMPTED
           END-IF
           MOVE WS-TERM-GPA TO WS-PRT-TERM-GPA
           MOVE WS-CUM-GPA TO WS-PRT-CUM-GPA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  TERM " WS-CURRENT-TERM
               "  ATTEMPTED=" WS-TERM-ATTEMPTED
               " EARNED=" WS-TERM-EARNED
               "  TERM GPA=" WS-PRT-TERM-GPA
               "  CUM GPA=" WS-PRT-CUM-GPA
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE TRANSCRIPT-PRINT-REC FROM WS-REPORT-LINE.

      * The standing is the one GPA-SUMMARY last set; a
      * student not yet through a GPA cycle prints as not
      * yet assessed.
       PRINT-STANDING-PARAGRAPH.
           MOVE WS-STUDENT-ID TO SH-STUDENT-ID
           READ STUDENT-HISTORY-FILE
               INVALID KEY
                   MOVE "NOT YET ASSESSED" TO WS-PRT-STANDING
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN SH-GOOD-STANDING
                           MOVE "GOOD STANDING" TO WS-PRT-STANDING
                       WHEN SH-WARNING-STANDING
                           MOVE "ACADEMIC WARNING"
                               TO WS-PRT-STANDING
                       WHEN SH-PROBATION-STANDING
                           MOVE "ACADEMIC PROBATION"
                               TO WS-PRT-STANDING
                       WHEN SH-SUSPENSION-STANDING
                           MOVE "ACADEMIC SUSPENSION"
                               TO WS-PRT-STANDING
                       WHEN OTHER
                           MOVE "NOT YET ASSESSED"
                               TO WS-PRT-STANDING
                   END-EVALUATE
           END-READ
           MOVE SPACES TO WS-REPORT-LINE
           WRITE TRANSCRIPT-PRINT-REC FROM WS-REPORT-LINE
           MOVE WS-CUM-GPA TO WS-PRT-CUM-GPA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CUMULATIVE  ATTEMPTED=" WS-CUM-ATTEMPTED
               " EARNED=" WS-CUM-EARNED
               "  CUM GPA=" WS-PRT-CUM-GPA
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE TRANSCRIPT-PRINT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACADEMIC STANDING: " WS-PRT-STANDING
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE TRANSCRIPT-PRINT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "*** END OF TRANSCRIPT FOR STUDENT "
               WS-STUDENT-ID " ***"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE TRANSCRIPT-PRINT-REC FROM WS-REPORT-LINE.

       PRINT-TRANSCRIPT-HEADING-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE TRANSCRIPT-PRINT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "OFFICIAL ACADEMIC TRANSCRIPT  STUDENT "
               WS-STUDENT-ID
               "  PRINTED " WS-PRINT-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE TRANSCRIPT-PRINT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  COURSE TITLE                 GRADE CREDITS"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE TRANSCRIPT-PRINT-REC FROM WS-REPORT-LINE.

       PRINT-RUN-TOTAL-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE TRANSCRIPT-PRINT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTALS  REQUESTS=" WS-REQUEST-COUNT
               " PRINTED=" WS-PRINTED-COUNT
               " NO RECORD=" WS-NOT-FOUND-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE TRANSCRIPT-PRINT-REC FROM WS-REPORT-LINE.
