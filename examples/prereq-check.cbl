       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREREQ-CHECK.
       AUTHOR. COBOL2Java Team.
      *
      * Pre-term prerequisite validation program
      *
      * GRADE-CHECKER only confirms that a student is
      * enrolled in the course being graded, so an advanced
      * course would grade for a student who never passed
      * its introductory course.  This job runs before the
      * term's grades arrive and tests every enrollment on
      * ENRLMST against the PREREQ prerequisite master: each
      * prerequisite of the course must appear on the
      * student's ACADREC academic record in an earlier term
      * with a letter worth at least the GPA points of the
      * prerequisite's minimum letter.  I, W and AU carry no
      * points and F is never passing, the way GPA-SUMMARY
      * counts them.
      *
      * Every enrollment found short is kept on the keyed
      * PRQEXC exception master as unresolved, and GRADE-
      * CHECKER flags any grade it posts for one.  The
      * department chair settles each exception either by
      * waiving it on a PRQWAIV card (student, course, term
      * and the chair's id), applied at the start of the
      * next run, or by the student completing the missing
      * course, which a later run finds and marks resolved.
      * A waiver card may also arrive before the exception
      * is first found; the enrollment is then never listed.
      *
      * The PRQRPT report lists the waivers applied and then,
      * course by course for the chairs, every student still
      * missing a prerequisite, the prerequisite, its minimum
      * letter and the best letter the student holds in it.
      * Return code 4 means unresolved exceptions remain.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PREREQ-WAIVER-FILE ASSIGN TO "PRQWAIV"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ENROLLMENT-MASTER-FILE ASSIGN TO "ENRLMST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PREREQUISITE-FILE ASSIGN TO "PREREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PQ-PREREQ-KEY.
           SELECT OPTIONAL ACADEMIC-RECORD-FILE ASSIGN TO "ACADREC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-RECORD-KEY.
           SELECT OPTIONAL PREREQ-EXCEPTION-FILE ASSIGN TO "PRQEXC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PX-EXCEPTION-KEY.
           SELECT COURSE-CATALOG-FILE ASSIGN TO "CRSCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-COURSE-ID.
           SELECT PREREQ-REPORT-FILE ASSIGN TO "PRQRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BSNSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-MISSING-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  PREREQ-WAIVER-FILE.
       01 PREREQ-WAIVER-REC.
           05 PW-STUDENT-ID        PIC X(06).
           05 PW-COURSE-ID         PIC X(06).
           05 PW-TERM-CODE         PIC X(06).
           05 PW-CHAIR-ID          PIC X(08).
           05 FILLER               PIC X(14).

       FD  ENROLLMENT-MASTER-FILE.
           COPY "ENRLMST.CPY".

       FD  PREREQUISITE-FILE.
           COPY "PREREQ.CPY".

       FD  ACADEMIC-RECORD-FILE.
           COPY "ACADREC.CPY".

       FD  PREREQ-EXCEPTION-FILE.
           COPY "PRQEXC.CPY".

       FD  COURSE-CATALOG-FILE.
           COPY "CRSCAT.CPY".

       FD  PREREQ-REPORT-FILE.
       01 PREREQ-REPORT-REC          PIC X(80).

       FD  BUSINESS-DATE-FILE.
           COPY "BSNDATE.CPY".

       SD  SORT-MISSING-FILE.
       01 SORT-MISSING-REC.
           05 SM-COURSE-ID         PIC X(06).
           05 SM-STUDENT-ID        PIC X(06).
           05 SM-TERM-CODE         PIC X(06).
           05 SM-PREREQ-COURSE-ID  PIC X(06).
           05 SM-MIN-LETTER        PIC X(02).
           05 SM-BEST-LETTER       PIC X(02).

       WORKING-STORAGE SECTION.
       01 WS-WAIVER-EOF-SWITCH   PIC X(01) VALUE "N".
           88 END-OF-WAIVER-FILE        VALUE "Y".
       01 WS-ENROLLMENT-EOF-SWITCH PIC X(01) VALUE "N".
           88 END-OF-ENROLLMENT-FILE    VALUE "Y".
       01 WS-PREREQ-EOF-SWITCH   PIC X(01) VALUE "N".
           88 END-OF-PREREQUISITES      VALUE "Y".
       01 WS-ACADEMIC-EOF-SWITCH PIC X(01) VALUE "N".
           88 END-OF-ACADEMIC-RECORDS   VALUE "Y".
       01 WS-SORT-EOF-SWITCH     PIC X(01) VALUE "N".
           88 END-OF-SORT-FILE          VALUE "Y".

       01 WS-EXCEPTION-FOUND-SWITCH PIC X(01) VALUE "N".
           88 EXCEPTION-FOUND          VALUE "Y".
           88 EXCEPTION-NOT-FOUND      VALUE "N".

       01 WS-ENROLLMENT-WAIVED-SWITCH PIC X(01) VALUE "N".
           88 ENROLLMENT-WAIVED        VALUE "Y".
           88 ENROLLMENT-NOT-WAIVED    VALUE "N".

       01 WS-BUSINESS-DATE       PIC X(08) VALUE SPACES.
       01 WS-DEFAULT-TERM-CODE   PIC X(06) VALUE SPACES.
       01 WS-CHECK-TERM-CODE     PIC X(06) VALUE SPACES.
       01 WS-CHECK-COURSE-ID     PIC X(06) VALUE SPACES.
       01 WS-CHECK-STUDENT-ID    PIC X(06) VALUE SPACES.

       01 WS-GRADE               PIC X(02) VALUE SPACES.
       01 WS-GPA-POINTS          PIC 9V99 VALUE 0.
       01 WS-MIN-POINTS          PIC 9V99 VALUE 0.
       01 WS-BEST-POINTS         PIC 9V99 VALUE 0.
       01 WS-BEST-LETTER         PIC X(02) VALUE SPACES.
       01 WS-MISSING-COUNT       PIC 9(02) VALUE 0.
       01 WS-FIRST-MISSING-COURSE PIC X(06) VALUE SPACES.

       01 WS-GROUP-COURSE-ID     PIC X(06) VALUE SPACES.
       01 WS-GROUP-STUDENT-ID    PIC X(06) VALUE SPACES.
       01 WS-GROUP-TERM-CODE     PIC X(06) VALUE SPACES.
       01 WS-COURSE-TITLE        PIC X(20) VALUE SPACES.
       01 WS-COURSE-STUDENT-COUNT PIC 9(05) VALUE 0.

       01 WS-WAIVER-RESULT       PIC X(30) VALUE SPACES.
       01 WS-REPORT-LINE         PIC X(80) VALUE SPACES.

       01 WS-ENROLLMENT-COUNT    PIC 9(05) VALUE 0.
       01 WS-NEW-EXCEPTION-COUNT PIC 9(05) VALUE 0.
       01 WS-UNRESOLVED-COUNT    PIC 9(05) VALUE 0.
       01 WS-RESOLVED-COUNT      PIC 9(05) VALUE 0.
       01 WS-WAIVED-COUNT        PIC 9(05) VALUE 0.
       01 WS-WAIVER-APPLIED-COUNT PIC 9(05) VALUE 0.
       01 WS-WAIVER-REJECT-COUNT PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM READ-BUSINESS-DATE-PARAGRAPH
           MOVE WS-BUSINESS-DATE (1:6) TO WS-DEFAULT-TERM-CODE
           OPEN I-O PREREQ-EXCEPTION-FILE
           OPEN INPUT PREREQUISITE-FILE
           OPEN INPUT ACADEMIC-RECORD-FILE
           OPEN INPUT COURSE-CATALOG-FILE
           OPEN OUTPUT PREREQ-REPORT-FILE
           PERFORM PRINT-HEADING-PARAGRAPH
           PERFORM APPLY-WAIVERS-PARAGRAPH
           SORT SORT-MISSING-FILE
               ON ASCENDING KEY SM-COURSE-ID SM-STUDENT-ID
                   SM-TERM-CODE SM-PREREQ-COURSE-ID
               INPUT PROCEDURE IS CHECK-ENROLLMENTS-PARAGRAPH
               OUTPUT PROCEDURE IS PRINT-EXCEPTIONS-PARAGRAPH
           PERFORM PRINT-RUN-TOTAL-PARAGRAPH
           CLOSE PREREQ-EXCEPTION-FILE
           CLOSE PREREQUISITE-FILE
           CLOSE ACADEMIC-RECORD-FILE
           CLOSE COURSE-CATALOG-FILE
           CLOSE PREREQ-REPORT-FILE
           IF WS-UNRESOLVED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
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

      *****************************************************
      * Chair waivers: a waiver settles the exception for  *
      * good, whether or not this run has found it yet.    *
      *****************************************************
       APPLY-WAIVERS-PARAGRAPH.
           OPEN INPUT PREREQ-WAIVER-FILE
           PERFORM READ-WAIVER-PARAGRAPH
           PERFORM UNTIL END-OF-WAIVER-FILE
               PERFORM APPLY-ONE-WAIVER-PARAGRAPH
               PERFORM PRINT-WAIVER-LINE-PARAGRAPH
               PERFORM READ-WAIVER-PARAGRAPH
           END-PERFORM
           CLOSE PREREQ-WAIVER-FILE.

       READ-WAIVER-PARAGRAPH.
           READ PREREQ-WAIVER-FILE
               AT END
                   SET END-OF-WAIVER-FILE TO TRUE
           END-READ.

       APPLY-ONE-WAIVER-PARAGRAPH.
           IF PW-STUDENT-ID = SPACES OR PW-COURSE-ID = SPACES
                   OR PW-CHAIR-ID = SPACES
               MOVE "REJECTED - INCOMPLETE CARD" TO WS-WAIVER-RESULT
               ADD 1 TO WS-WAIVER-REJECT-COUNT
           ELSE
               IF PW-TERM-CODE = SPACES
                   MOVE WS-DEFAULT-TERM-CODE TO PW-TERM-CODE
               END-IF
               MOVE PW-STUDENT-ID TO PX-STUDENT-ID
               MOVE PW-COURSE-ID TO PX-COURSE-ID
               MOVE PW-TERM-CODE TO PX-TERM-CODE
               READ PREREQ-EXCEPTION-FILE
                   INVALID KEY
                       PERFORM ADD-WAIVER-PARAGRAPH
                   NOT INVALID KEY
                       PERFORM CHANGE-WAIVER-PARAGRAPH
               END-READ
           END-IF.

       ADD-WAIVER-PARAGRAPH.
           MOVE SPACES TO PREREQ-EXCEPTION-REC
           MOVE PW-STUDENT-ID TO PX-STUDENT-ID
           MOVE PW-COURSE-ID TO PX-COURSE-ID
           MOVE PW-TERM-CODE TO PX-TERM-CODE
           SET PX-WAIVED TO TRUE
           MOVE 0 TO PX-MISSING-COUNT
           MOVE WS-BUSINESS-DATE TO PX-FOUND-DATE
           MOVE PW-CHAIR-ID TO PX-WAIVED-BY
           MOVE WS-BUSINESS-DATE TO PX-RESOLVED-DATE
           WRITE PREREQ-EXCEPTION-REC
           MOVE "WAIVED IN ADVANCE" TO WS-WAIVER-RESULT
           ADD 1 TO WS-WAIVER-APPLIED-COUNT.

       CHANGE-WAIVER-PARAGRAPH.
           IF PX-UNRESOLVED
               SET PX-WAIVED TO TRUE
               MOVE PW-CHAIR-ID TO PX-WAIVED-BY
               MOVE WS-BUSINESS-DATE TO PX-RESOLVED-DATE
               REWRITE PREREQ-EXCEPTION-REC
               MOVE "WAIVED" TO WS-WAIVER-RESULT
               ADD 1 TO WS-WAIVER-APPLIED-COUNT
           ELSE
               MOVE "REJECTED - ALREADY SETTLED" TO WS-WAIVER-RESULT
               ADD 1 TO WS-WAIVER-REJECT-COUNT
           END-IF.

       PRINT-WAIVER-LINE-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WAIVER  STUDENT " PW-STUDENT-ID
               " COURSE " PW-COURSE-ID
               " TERM " PW-TERM-CODE
               " BY " PW-CHAIR-ID
               " " WS-WAIVER-RESULT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PREREQ-REPORT-REC FROM WS-REPORT-LINE.

      *****************************************************
      * Sort input: test every enrollment and release one  *
      * record per prerequisite still missing.             *
      *****************************************************
       CHECK-ENROLLMENTS-PARAGRAPH.
           OPEN INPUT ENROLLMENT-MASTER-FILE
           PERFORM READ-ENROLLMENT-PARAGRAPH
           PERFORM UNTIL END-OF-ENROLLMENT-FILE
               ADD 1 TO WS-ENROLLMENT-COUNT
               PERFORM CHECK-ONE-ENROLLMENT-PARAGRAPH
               PERFORM READ-ENROLLMENT-PARAGRAPH
           END-PERFORM
           CLOSE ENROLLMENT-MASTER-FILE.

       READ-ENROLLMENT-PARAGRAPH.
           READ ENROLLMENT-MASTER-FILE
               AT END
                   SET END-OF-ENROLLMENT-FILE TO TRUE
           END-READ.

       CHECK-ONE-ENROLLMENT-PARAGRAPH.
           MOVE EN-STUDENT-ID TO WS-CHECK-STUDENT-ID
           MOVE EN-COURSE-ID TO WS-CHECK-COURSE-ID
           MOVE EN-TERM-CODE TO WS-CHECK-TERM-CODE
           IF WS-CHECK-TERM-CODE = SPACES
               MOVE WS-DEFAULT-TERM-CODE TO WS-CHECK-TERM-CODE
           END-IF
           SET EXCEPTION-NOT-FOUND TO TRUE
           SET ENROLLMENT-NOT-WAIVED TO TRUE
           MOVE WS-CHECK-STUDENT-ID TO PX-STUDENT-ID
           MOVE WS-CHECK-COURSE-ID TO PX-COURSE-ID
           MOVE WS-CHECK-TERM-CODE TO PX-TERM-CODE
           READ PREREQ-EXCEPTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET EXCEPTION-FOUND TO TRUE
                   IF PX-WAIVED
                       SET ENROLLMENT-WAIVED TO TRUE
                   END-IF
           END-READ
           MOVE 0 TO WS-MISSING-COUNT
           MOVE SPACES TO WS-FIRST-MISSING-COURSE
           MOVE "N" TO WS-PREREQ-EOF-SWITCH
           MOVE WS-CHECK-COURSE-ID TO PQ-COURSE-ID
           MOVE LOW-VALUES TO PQ-PREREQ-COURSE-ID
           START PREREQUISITE-FILE KEY >= PQ-PREREQ-KEY
               INVALID KEY
                   SET END-OF-PREREQUISITES TO TRUE
           END-START
           PERFORM READ-NEXT-PREREQ-PARAGRAPH
           PERFORM UNTIL END-OF-PREREQUISITES
               PERFORM CHECK-ONE-PREREQ-PARAGRAPH
               PERFORM READ-NEXT-PREREQ-PARAGRAPH
           END-PERFORM
           PERFORM UPDATE-EXCEPTION-PARAGRAPH.

       READ-NEXT-PREREQ-PARAGRAPH.
           IF NOT END-OF-PREREQUISITES
               READ PREREQUISITE-FILE NEXT RECORD
                   AT END
                       SET END-OF-PREREQUISITES TO TRUE
               END-READ
           END-IF
           IF NOT END-OF-PREREQUISITES
                   AND PQ-COURSE-ID NOT = WS-CHECK-COURSE-ID
               SET END-OF-PREREQUISITES TO TRUE
           END-IF.

       CHECK-ONE-PREREQ-PARAGRAPH.
           MOVE PQ-MIN-LETTER TO WS-GRADE
           IF WS-GRADE = SPACES
               MOVE "D " TO WS-GRADE
           END-IF
           PERFORM CONVERT-TO-GPA-PARAGRAPH
           MOVE WS-GPA-POINTS TO WS-MIN-POINTS
           PERFORM FIND-BEST-GRADE-PARAGRAPH
           IF WS-BEST-LETTER = SPACES
                   OR WS-BEST-POINTS < WS-MIN-POINTS
               ADD 1 TO WS-MISSING-COUNT
               IF WS-MISSING-COUNT = 1
                   MOVE PQ-PREREQ-COURSE-ID TO WS-FIRST-MISSING-COURSE
               END-IF
               IF ENROLLMENT-NOT-WAIVED
                   MOVE WS-CHECK-COURSE-ID TO SM-COURSE-ID
                   MOVE WS-CHECK-STUDENT-ID TO SM-STUDENT-ID
                   MOVE WS-CHECK-TERM-CODE TO SM-TERM-CODE
                   MOVE PQ-PREREQ-COURSE-ID TO SM-PREREQ-COURSE-ID
                   MOVE WS-GRADE TO SM-MIN-LETTER
                   MOVE WS-BEST-LETTER TO SM-BEST-LETTER
                   RELEASE SORT-MISSING-REC
               END-IF
           END-IF.

      * Best counting letter the student holds in the
      * prerequisite in any term before the enrollment term.
       FIND-BEST-GRADE-PARAGRAPH.
           MOVE 0 TO WS-BEST-POINTS
           MOVE SPACES TO WS-BEST-LETTER
           MOVE "N" TO WS-ACADEMIC-EOF-SWITCH
           MOVE WS-CHECK-STUDENT-ID TO AR-STUDENT-ID
           MOVE LOW-VALUES TO AR-TERM-CODE
           MOVE LOW-VALUES TO AR-COURSE-ID
           START ACADEMIC-RECORD-FILE KEY >= AR-RECORD-KEY
               INVALID KEY
                   SET END-OF-ACADEMIC-RECORDS TO TRUE
           END-START
           PERFORM READ-NEXT-ACADEMIC-PARAGRAPH
           PERFORM UNTIL END-OF-ACADEMIC-RECORDS
               IF AR-COURSE-ID = PQ-PREREQ-COURSE-ID
                       AND AR-NUMERIC-GRADE
                       AND AR-LETTER-GRADE NOT = SPACES
                       AND AR-LETTER-GRADE NOT = "F "
                       AND AR-GPA-POINTS >= WS-BEST-POINTS
                   MOVE AR-GPA-POINTS TO WS-BEST-POINTS
                   MOVE AR-LETTER-GRADE TO WS-BEST-LETTER
               END-IF
               PERFORM READ-NEXT-ACADEMIC-PARAGRAPH
           END-PERFORM.

       READ-NEXT-ACADEMIC-PARAGRAPH.
           IF NOT END-OF-ACADEMIC-RECORDS
               READ ACADEMIC-RECORD-FILE NEXT RECORD
                   AT END
                       SET END-OF-ACADEMIC-RECORDS TO TRUE
               END-READ
           END-IF
           IF NOT END-OF-ACADEMIC-RECORDS
               IF AR-STUDENT-ID NOT = WS-CHECK-STUDENT-ID
                       OR AR-TERM-CODE NOT < WS-CHECK-TERM-CODE
                   SET END-OF-ACADEMIC-RECORDS TO TRUE
               END-IF
           END-IF.

       CONVERT-TO-GPA-PARAGRAPH.
           EVALUATE WS-GRADE
               WHEN "A+"
                   MOVE 4.0 TO WS-GPA-POINTS
               WHEN "A "
                   MOVE 4.0 TO WS-GPA-POINTS
               WHEN "A-"
                   MOVE 3.7 TO WS-GPA-POINTS
               WHEN "B+"
                   MOVE 3.3 TO WS-GPA-POINTS
               WHEN "B "
                   MOVE 3.0 TO WS-GPA-POINTS
               WHEN "B-"
                   MOVE 2.7 TO WS-GPA-POINTS
               WHEN "C+"
                   MOVE 2.3 TO WS-GPA-POINTS
               WHEN "C "
                   MOVE 2.0 TO WS-GPA-POINTS
               WHEN "C-"
                   MOVE 1.7 TO WS-GPA-POINTS
               WHEN "D+"
                   MOVE 1.3 TO WS-GPA-POINTS
               WHEN "D "
                   MOVE 1.0 TO WS-GPA-POINTS
               WHEN OTHER
                   MOVE 0.0 TO WS-GPA-POINTS
           END-EVALUATE.

      * A waived exception is left as the chair settled it;
      * an unresolved one whose prerequisites are now all
      * met is resolved, and a resolved one that falls short
      * again (a prerequisite grade amended down) reopens.
       UPDATE-EXCEPTION-PARAGRAPH.
           EVALUATE TRUE
               WHEN ENROLLMENT-WAIVED
                   IF WS-MISSING-COUNT > 0
                       ADD 1 TO WS-WAIVED-COUNT
                   END-IF
                   MOVE WS-BUSINESS-DATE TO PX-LAST-CHECK-DATE
                   REWRITE PREREQ-EXCEPTION-REC
               WHEN WS-MISSING-COUNT > 0 AND EXCEPTION-NOT-FOUND
                   MOVE SPACES TO PREREQ-EXCEPTION-REC
                   MOVE WS-CHECK-STUDENT-ID TO PX-STUDENT-ID
                   MOVE WS-CHECK-COURSE-ID TO PX-COURSE-ID
                   MOVE WS-CHECK-TERM-CODE TO PX-TERM-CODE
                   SET PX-UNRESOLVED TO TRUE
                   MOVE WS-MISSING-COUNT TO PX-MISSING-COUNT
                   MOVE WS-FIRST-MISSING-COURSE
                       TO PX-FIRST-MISSING-COURSE
                   MOVE WS-BUSINESS-DATE TO PX-FOUND-DATE
                   MOVE WS-BUSINESS-DATE TO PX-LAST-CHECK-DATE
                   WRITE PREREQ-EXCEPTION-REC
                   ADD 1 TO WS-NEW-EXCEPTION-COUNT
                   ADD 1 TO WS-UNRESOLVED-COUNT
               WHEN WS-MISSING-COUNT > 0
                   SET PX-UNRESOLVED TO TRUE
                   MOVE WS-MISSING-COUNT TO PX-MISSING-COUNT
                   MOVE WS-FIRST-MISSING-COURSE
                       TO PX-FIRST-MISSING-COURSE
                   MOVE SPACES TO PX-RESOLVED-DATE
                   MOVE WS-BUSINESS-DATE TO PX-LAST-CHECK-DATE
                   REWRITE PREREQ-EXCEPTION-REC
                   ADD 1 TO WS-UNRESOLVED-COUNT
               WHEN EXCEPTION-FOUND AND PX-UNRESOLVED
                   SET PX-RESOLVED TO TRUE
                   MOVE 0 TO PX-MISSING-COUNT
                   MOVE SPACES TO PX-FIRST-MISSING-COURSE
                   MOVE WS-BUSINESS-DATE TO PX-RESOLVED-DATE
                   MOVE WS-BUSINESS-DATE TO PX-LAST-CHECK-DATE
                   REWRITE PREREQ-EXCEPTION-REC
                   ADD 1 TO WS-RESOLVED-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************
      * Sort output: the chair's list, course by course.   *
      *****************************************************
       PRINT-EXCEPTIONS-PARAGRAPH.
           PERFORM RETURN-SORT-PARAGRAPH
           PERFORM UNTIL END-OF-SORT-FILE
               MOVE SM-COURSE-ID TO WS-GROUP-COURSE-ID
               PERFORM PRINT-COURSE-HEADING-PARAGRAPH
               PERFORM UNTIL END-OF-SORT-FILE
                       OR SM-COURSE-ID NOT = WS-GROUP-COURSE-ID
                   IF SM-STUDENT-ID NOT = WS-GROUP-STUDENT-ID
                           OR SM-TERM-CODE NOT = WS-GROUP-TERM-CODE
                       MOVE SM-STUDENT-ID TO WS-GROUP-STUDENT-ID
                       MOVE SM-TERM-CODE TO WS-GROUP-TERM-CODE
                       ADD 1 TO WS-COURSE-STUDENT-COUNT
                   END-IF
                   PERFORM PRINT-MISSING-LINE-PARAGRAPH
                   PERFORM RETURN-SORT-PARAGRAPH
               END-PERFORM
               PERFORM PRINT-COURSE-TOTAL-PARAGRAPH
           END-PERFORM.

       RETURN-SORT-PARAGRAPH.
           RETURN SORT-MISSING-FILE
               AT END
                   SET END-OF-SORT-FILE TO TRUE
           END-RETURN.

       PRINT-COURSE-HEADING-PARAGRAPH.
           MOVE 0 TO WS-COURSE-STUDENT-COUNT
           MOVE SPACES TO WS-GROUP-STUDENT-ID
           MOVE SPACES TO WS-GROUP-TERM-CODE
           MOVE WS-GROUP-COURSE-ID TO CU-COURSE-ID
           READ COURSE-CATALOG-FILE
               INVALID KEY
                   MOVE "*NOT ON CATALOG*" TO WS-COURSE-TITLE
               NOT INVALID KEY
                   MOVE CU-COURSE-TITLE TO WS-COURSE-TITLE
           END-READ
           MOVE SPACES TO WS-REPORT-LINE
           WRITE PREREQ-REPORT-REC FROM WS-REPORT-LINE
           STRING "COURSE " WS-GROUP-COURSE-ID " " WS-COURSE-TITLE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PREREQ-REPORT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  STUDENT TERM   MISSING MINIMUM BEST HELD"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PREREQ-REPORT-REC FROM WS-REPORT-LINE.

       PRINT-MISSING-LINE-PARAGRAPH.
           IF SM-BEST-LETTER = SPACES
               MOVE "--" TO SM-BEST-LETTER
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " SM-STUDENT-ID
               "  " SM-TERM-CODE
               " " SM-PREREQ-COURSE-ID
               "  " SM-MIN-LETTER
               "      " SM-BEST-LETTER
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PREREQ-REPORT-REC FROM WS-REPORT-LINE.

       PRINT-COURSE-TOTAL-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  COURSE " WS-GROUP-COURSE-ID
               " STUDENTS MISSING PREREQUISITES="
               WS-COURSE-STUDENT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PREREQ-REPORT-REC FROM WS-REPORT-LINE.

       PRINT-HEADING-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PREREQUISITE EXCEPTIONS BY COURSE - "
               WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PREREQ-REPORT-REC FROM WS-REPORT-LINE.

       PRINT-RUN-TOTAL-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE PREREQ-REPORT-REC FROM WS-REPORT-LINE
           STRING "PREREQ TOTALS  ENROLLMENTS=" WS-ENROLLMENT-COUNT
               "  NEW=" WS-NEW-EXCEPTION-COUNT
               "  UNRESOLVED=" WS-UNRESOLVED-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PREREQ-REPORT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "               RESOLVED=" WS-RESOLVED-COUNT
               "  WAIVED SHORT=" WS-WAIVED-COUNT
               "  WAIVERS=" WS-WAIVER-APPLIED-COUNT
               "  REJECTED=" WS-WAIVER-REJECT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PREREQ-REPORT-REC FROM WS-REPORT-LINE.
