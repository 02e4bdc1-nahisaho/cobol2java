      * input.  Like the tax run, the window between a
      * student's first and last output row is the accepted
      * restart exposure.
      *
      * Every graded course also posts to the permanent
      * ACADREC academic record under the term the
      * enrollment master carries for the pair, so the
      * student's course-by-course record survives the
      * nightly TRANSCF feed.  A rerun or restart that
      * grades a pair again replaces the posting rather
      * than failing on the duplicate key.
      *
      * An enrollment that the pre-term PREREQ-CHECK run
      * left unresolved on the PRQEXC prerequisite exception
      * master - the student never passed a prerequisite and
      * the department chair has not waived it - still
      * grades, but every result posted for it lists on the
      * enrollment report for the registrar to follow up.
      *
      * A student with an active financial, disciplinary or
      * administrative hold on STUHOLD still has every grade
      * posted to GRDRSLT and ACADREC, but the student's
      * transcript records go to the TRHOLD held-transcript
      * file instead of the TRANSCF feed; TRANSCRIPT-RELEASE
      * sends them once the holds are released.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT UNMATCHED-ENROLL-FILE ASSIGN TO "ENRLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACADEMIC-RECORD-FILE ASSIGN TO "ACADREC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AR-RECORD-KEY.
           SELECT OPTIONAL PREREQ-EXCEPTION-FILE ASSIGN TO "PRQEXC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PX-EXCEPTION-KEY.
           SELECT OPTIONAL STUDENT-HOLD-FILE ASSIGN TO "STUHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-HOLD-KEY.
           SELECT HELD-TRANSCRIPT-FILE ASSIGN TO "TRHOLD"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  UNMATCHED-ENROLL-FILE.
       01 UNMATCHED-ENROLL-REC     PIC X(80).

       FD  ACADEMIC-RECORD-FILE.
           COPY "ACADREC.CPY".

       FD  PREREQ-EXCEPTION-FILE.
           COPY "PRQEXC.CPY".

       FD  STUDENT-HOLD-FILE.
           COPY "STUHOLD.CPY".

       FD  HELD-TRANSCRIPT-FILE.
           COPY "TRHELD.CPY".

       WORKING-STORAGE SECTION.
       COPY "GRDSCALE.CPY".

           05 WS-EM-STUDENT-ID     PIC X(06).
           05 WS-EM-COURSE-ID      PIC X(06).
       01 WS-UNGRADED-COUNT       PIC 9(05) VALUE 0.
      * The term the pair posts under on the academic
      * record: the matched enrollment's term, or the
      * business year and month when no enrollment master
      * is supplied.
       01 WS-PAIR-TERM-CODE       PIC X(06) VALUE SPACES.
       01 WS-DEFAULT-TERM-CODE    PIC X(06) VALUE SPACES.
       01 WS-PAIR-PREREQ-SWITCH   PIC X(01) VALUE "N".
           88 PAIR-PREREQ-UNRESOLVED    VALUE "Y".
           88 PAIR-PREREQ-CLEAR         VALUE "N".
       01 WS-PREREQ-FLAG-COUNT    PIC 9(05) VALUE 0.
       01 WS-STUDENT-HOLD-SWITCH  PIC X(01) VALUE "N".
           88 STUDENT-ON-HOLD           VALUE "Y".
           88 STUDENT-NOT-ON-HOLD       VALUE "N".
       01 WS-HOLD-EOF-SWITCH      PIC X(01) VALUE "N".
           88 END-OF-STUDENT-HOLDS      VALUE "Y".
       01 WS-ACTIVE-HOLD-TYPE     PIC X(01) VALUE SPACE.
       01 WS-HELD-TRANSCRIPT-COUNT PIC 9(05) VALUE 0.
       01 WS-WIN-ORIGINAL-SCORE   PIC 9(03) VALUE 0.
       01 WS-WIN-CURVE-POINTS     PIC S9(03) VALUE 0.
       01 WS-WIN-CURVED-SCORE     PIC S9(04) VALUE 0.
               10 WS-SC-PASS-FAIL      PIC X(04).
               10 WS-SC-GRADE-TYPE     PIC X(02).
               10 WS-SC-CREDIT-HOURS   PIC 9(02).
               10 WS-SC-TERM-CODE      PIC X(06).
               10 WS-SC-PREREQ-FLAG    PIC X(01).
                   88 SC-PREREQ-UNRESOLVED  VALUE "Y".
       01 WS-STUDENT-COURSE-COUNT PIC 9(02) COMP VALUE 0.
       01 WS-MAX-STUDENT-COURSES  PIC 9(02) COMP VALUE 50.

           MOVE FUNCTION CURRENT-DATE (1:14)
               TO WS-RUN-START-TIMESTAMP
           PERFORM READ-BUSINESS-DATE-PARAGRAPH
           MOVE WS-BUSINESS-DATE (1:6) TO WS-DEFAULT-TERM-CODE
           MOVE "FEEDEDIT" TO WS-PREREQ-JOB-NAME
           PERFORM CHECK-PREDECESSOR-PARAGRAPH
           PERFORM READ-REJECT-LIMIT-PARAGRAPH
           PERFORM LOAD-RESTART-PARAGRAPH
           OPEN INPUT COURSE-CATALOG-FILE
           OPEN EXTEND INCOMPLETE-TRACK-FILE
           OPEN I-O ACADEMIC-RECORD-FILE
           OPEN INPUT PREREQ-EXCEPTION-FILE
           OPEN INPUT STUDENT-HOLD-FILE
           PERFORM OPEN-ENROLLMENT-PARAGRAPH
           PERFORM OPEN-OUTPUT-FILES-PARAGRAPH
           SORT SORT-WORK-FILE
           PERFORM WRITE-COMPLETION-CHECKPOINT-PARAGRAPH
           CLOSE COURSE-CATALOG-FILE
           CLOSE INCOMPLETE-TRACK-FILE
           CLOSE ACADEMIC-RECORD-FILE
           CLOSE PREREQ-EXCEPTION-FILE
           CLOSE STUDENT-HOLD-FILE
           CLOSE GRADE-RESULT-FILE
           CLOSE TRANSCRIPT-FILE
           CLOSE HELD-TRANSCRIPT-FILE
           CLOSE SCORE-EXCEPTION-FILE
           CLOSE REPEAT-HISTORY-FILE
           CLOSE DUPLICATE-REPORT-FILE
      * enrollments behind the current pair received no
      * grade and go to the chase list, an enrollment
      * matching the pair admits it to grading, and a pair
      * with no enrollment rejects every attempt.  A
      * matched enrollment still unresolved on the
      * prerequisite exception master is flagged.
       CHECK-ENROLLMENT-PARAGRAPH.
           MOVE WS-DEFAULT-TERM-CODE TO WS-PAIR-TERM-CODE
           SET PAIR-PREREQ-CLEAR TO TRUE
           IF NOT ENROLLMENT-CHECK-ACTIVE
               SET PAIR-ENROLLED TO TRUE
           ELSE
               IF NOT END-OF-ENROLLMENT-FILE
                       AND WS-ENROLL-MATCH-KEY = WS-PAIR-MATCH-KEY
                   SET PAIR-ENROLLED TO TRUE
                   IF EN-TERM-CODE NOT = SPACES
                       MOVE EN-TERM-CODE TO WS-PAIR-TERM-CODE
                   END-IF
                   PERFORM CHECK-PREREQ-EXCEPTION-PARAGRAPH
                   PERFORM READ-ENROLLMENT-PARAGRAPH
               ELSE
                   SET PAIR-NOT-ENROLLED TO TRUE
               END-IF
           END-IF.

       CHECK-PREREQ-EXCEPTION-PARAGRAPH.
           MOVE WS-GROUP-STUDENT-ID TO PX-STUDENT-ID
           MOVE WS-GROUP-COURSE-ID TO PX-COURSE-ID
           MOVE WS-PAIR-TERM-CODE TO PX-TERM-CODE
           READ PREREQ-EXCEPTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PX-UNRESOLVED
                       SET PAIR-PREREQ-UNRESOLVED TO TRUE
                   END-IF
           END-READ.

       ADVANCE-ENROLLMENT-PARAGRAPH.
           PERFORM UNTIL END-OF-ENROLLMENT-FILE
                   OR WS-ENROLL-MATCH-KEY >= WS-PAIR-MATCH-KEY
           MOVE SPACES TO WS-DUP-REPORT-LINE
           STRING "UNMATCHED ENROLLMENTS=" WS-UNGRADED-COUNT
               DELIMITED BY SIZE INTO WS-DUP-REPORT-LINE
           WRITE UNMATCHED-ENROLL-REC FROM WS-DUP-REPORT-LINE
           MOVE SPACES TO WS-DUP-REPORT-LINE
           STRING "PREREQ UNRESOLVED GRADES=" WS-PREREQ-FLAG-COUNT
               DELIMITED BY SIZE INTO WS-DUP-REPORT-LINE
           WRITE UNMATCHED-ENROLL-REC FROM WS-DUP-REPORT-LINE
           MOVE SPACES TO WS-DUP-REPORT-LINE
           STRING "TRANSCRIPTS HELD=" WS-HELD-TRANSCRIPT-COUNT
               DELIMITED BY SIZE INTO WS-DUP-REPORT-LINE
           WRITE UNMATCHED-ENROLL-REC FROM WS-DUP-REPORT-LINE.

       OPEN-ENROLLMENT-PARAGRAPH.
           MOVE WS-WIN-GRADE-TYPE
               TO WS-SC-GRADE-TYPE (SC-TBL-IDX)
           MOVE WS-COURSE-CREDITS
               TO WS-SC-CREDIT-HOURS (SC-TBL-IDX)
           MOVE WS-PAIR-TERM-CODE
               TO WS-SC-TERM-CODE (SC-TBL-IDX)
           MOVE WS-PAIR-PREREQ-SWITCH
               TO WS-SC-PREREQ-FLAG (SC-TBL-IDX).

       END-STUDENT-GROUP-PARAGRAPH.
           PERFORM CHECK-STUDENT-HOLD-PARAGRAPH
           PERFORM WRITE-STUDENT-RESULT-PARAGRAPH
               VARYING SC-TBL-IDX FROM 1 BY 1
               UNTIL SC-TBL-IDX > WS-STUDENT-COURSE-COUNT
               TO WS-COURSE-CREDITS
           PERFORM WRITE-GRADE-RESULT-PARAGRAPH
           PERFORM WRITE-TRANSCRIPT-PARAGRAPH
           PERFORM POST-ACADEMIC-RECORD-PARAGRAPH
           IF SC-PREREQ-UNRESOLVED (SC-TBL-IDX)
               PERFORM REPORT-PREREQ-FLAG-PARAGRAPH
           END-IF
           IF NUMERIC-GRADE-TYPE
               PERFORM TALLY-ROSTER-PARAGRAPH
           ELSE
               PERFORM SCAN-ORPHAN-SEGMENT-PARAGRAPH
               OPEN EXTEND GRADE-RESULT-FILE
               OPEN EXTEND TRANSCRIPT-FILE
               OPEN EXTEND HELD-TRANSCRIPT-FILE
               OPEN EXTEND SCORE-EXCEPTION-FILE
               OPEN EXTEND OUTBOUND-INTERFACE-FILE
               OPEN EXTEND REPEAT-HISTORY-FILE
           ELSE
               OPEN OUTPUT GRADE-RESULT-FILE
               OPEN OUTPUT TRANSCRIPT-FILE
               OPEN OUTPUT HELD-TRANSCRIPT-FILE
               OPEN OUTPUT SCORE-EXCEPTION-FILE
               OPEN OUTPUT OUTBOUND-INTERFACE-FILE
               OPEN OUTPUT REPEAT-HISTORY-FILE
           MOVE WS-GRADE TO OI-EVENT-CODE
           MOVE WS-PASS-FAIL TO OI-EVENT-TEXT
           MOVE FUNCTION CURRENT-DATE (1:14) TO OI-INTERFACE-TIMESTAMP
           MOVE SPACES TO OI-REASON-CODE
           MOVE SPACES TO OI-CASCADE-PARENT-ID
           WRITE OUTBOUND-INTERFACE-REC
           ADD 1 TO WS-OUTBND-DETAIL-COUNT.

           MOVE WS-GRADE TO TR-LETTER-GRADE
           MOVE WS-GPA-POINTS TO TR-GPA-POINTS
           MOVE WS-COURSE-CREDITS TO TR-CREDIT-HOURS
           IF STUDENT-ON-HOLD
               MOVE SPACES TO HELD-TRANSCRIPT-REC
               MOVE TRANSCRIPT-REC TO TH-TRANSCRIPT-IMAGE
               MOVE WS-BUSINESS-DATE TO TH-HELD-DATE
               MOVE WS-ACTIVE-HOLD-TYPE TO TH-HOLD-TYPE
               WRITE HELD-TRANSCRIPT-REC
               ADD 1 TO WS-HELD-TRANSCRIPT-COUNT
           ELSE
               WRITE TRANSCRIPT-REC
           END-IF.

      * Any active hold on the student diverts the whole
      * student's transcript records; the first active hold
      * type found is carried on the held records.
       CHECK-STUDENT-HOLD-PARAGRAPH.
           SET STUDENT-NOT-ON-HOLD TO TRUE
           MOVE SPACE TO WS-ACTIVE-HOLD-TYPE
           MOVE "N" TO WS-HOLD-EOF-SWITCH
           MOVE WS-GROUP-STUDENT-ID TO SH-STUDENT-ID
           MOVE LOW-VALUES TO SH-HOLD-TYPE
           START STUDENT-HOLD-FILE KEY >= SH-HOLD-KEY
               INVALID KEY
                   SET END-OF-STUDENT-HOLDS TO TRUE
           END-START
           PERFORM READ-NEXT-HOLD-PARAGRAPH
           PERFORM UNTIL END-OF-STUDENT-HOLDS
               IF SH-HOLD-ACTIVE AND STUDENT-NOT-ON-HOLD
                   SET STUDENT-ON-HOLD TO TRUE
                   MOVE SH-HOLD-TYPE TO WS-ACTIVE-HOLD-TYPE
               END-IF
               PERFORM READ-NEXT-HOLD-PARAGRAPH
           END-PERFORM.

       READ-NEXT-HOLD-PARAGRAPH.
           IF NOT END-OF-STUDENT-HOLDS
               READ STUDENT-HOLD-FILE NEXT RECORD
                   AT END
                       SET END-OF-STUDENT-HOLDS TO TRUE
               END-READ
           END-IF
           IF NOT END-OF-STUDENT-HOLDS
                   AND SH-STUDENT-ID NOT = WS-GROUP-STUDENT-ID
               SET END-OF-STUDENT-HOLDS TO TRUE
           END-IF.

       REPORT-PREREQ-FLAG-PARAGRAPH.
           ADD 1 TO WS-PREREQ-FLAG-COUNT
           MOVE SPACES TO WS-DUP-REPORT-LINE
           STRING "PREREQ UNRESOLVED    STUDENT " WS-STUDENT-ID
               " COURSE " WS-COURSE-ID
               " TERM " WS-SC-TERM-CODE (SC-TBL-IDX)
               " GRADE " WS-GRADE
               DELIMITED BY SIZE INTO WS-DUP-REPORT-LINE
           WRITE UNMATCHED-ENROLL-REC FROM WS-DUP-REPORT-LINE.

      * The posting is the grade as first awarded, so the
      * original letter and points start out equal to the
      * current ones; only the amendment jobs move them
      * apart.
       POST-ACADEMIC-RECORD-PARAGRAPH.
           MOVE SPACES TO ACADEMIC-RECORD-REC
           MOVE WS-STUDENT-ID TO AR-STUDENT-ID
           MOVE WS-SC-TERM-CODE (SC-TBL-IDX) TO AR-TERM-CODE
           MOVE WS-COURSE-ID TO AR-COURSE-ID
           MOVE WS-GRADE TO AR-LETTER-GRADE
           MOVE WS-GPA-POINTS TO AR-GPA-POINTS
           MOVE WS-COURSE-CREDITS TO AR-CREDIT-HOURS
           MOVE WS-GRADE-TYPE TO AR-GRADE-TYPE
           MOVE WS-BUSINESS-DATE TO AR-POSTED-DATE
           MOVE WS-GRADE TO AR-ORIGINAL-LETTER
           MOVE WS-GPA-POINTS TO AR-ORIGINAL-POINTS
           MOVE 0 TO AR-AMEND-COUNT
           WRITE ACADEMIC-RECORD-REC
               INVALID KEY
                   REWRITE ACADEMIC-RECORD-REC
                       INVALID KEY
                           DISPLAY "GRADE-CHECKER: ACADREC POST FAILED"
                               " FOR STUDENT " AR-STUDENT-ID
                               " COURSE " AR-COURSE-ID
                   END-REWRITE
           END-WRITE.

       CONVERT-TO-GPA-PARAGRAPH.
           EVALUATE WS-GRADE
