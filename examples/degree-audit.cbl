       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEGREE-AUDIT.
       AUTHOR. COBOL2Java Team.
      *
      * Degree audit and graduation eligibility program
      *
      * Reads every active student on the STUPROG program
      * assignment master and audits the student against
      * the program's DEGREQ requirements: each required
      * course must be completed, each elective block must
      * be filled with enough earned credits from courses
      * carrying its prefix, and the student's cumulative
      * credits earned and GPA on STUHIST must reach the
      * program minimums.  Completed courses come from the
      * permanent ACADREC academic record: a course counts
      * once it carries an earned letter grade (not F, I, W
      * or AU).  A course satisfies at most one requirement
      * - required courses are matched first, then elective
      * blocks in block order - and a block stops taking
      * courses once it is full so the surplus can fill the
      * next block.
      *
      * DEGAUDR prints each student's audit with every
      * requirement met or still outstanding.  GRADCAND is
      * the registrar's candidate-for-graduation list for
      * the AUDCTL term (default: the business year and
      * month): every eligible student, plus every student
      * expected to finish by that term who is not yet
      * eligible, with the count still outstanding.  A
      * student assigned to a program with no DEGREQ header
      * lists on the audit and gives RC 4.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STUDENT-PROGRAM-FILE ASSIGN TO "STUPROG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SP-STUDENT-ID.
           SELECT OPTIONAL DEGREE-REQUIREMENT-FILE ASSIGN TO "DEGREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DR-REQUIREMENT-KEY.
           SELECT OPTIONAL ACADEMIC-RECORD-FILE ASSIGN TO "ACADREC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-RECORD-KEY.
           SELECT OPTIONAL STUDENT-HISTORY-FILE ASSIGN TO "STUHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SH-STUDENT-ID.
           SELECT OPTIONAL AUDIT-CONTROL-FILE ASSIGN TO "AUDCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BSNSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEGREE-AUDIT-FILE ASSIGN TO "DEGAUDR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CANDIDATE-LIST-FILE ASSIGN TO "GRADCAND"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-PROGRAM-FILE.
           COPY "STUPROG.CPY".

       FD  DEGREE-REQUIREMENT-FILE.
           COPY "DEGREQ.CPY".

       FD  ACADEMIC-RECORD-FILE.
           COPY "ACADREC.CPY".

       FD  STUDENT-HISTORY-FILE.
           COPY "STUHIST.CPY".

       FD  AUDIT-CONTROL-FILE.
       01 AUDIT-CONTROL-REC.
           05 AC-TERM-CODE         PIC X(06).
           05 FILLER               PIC X(14).

       FD  BUSINESS-DATE-FILE.
           COPY "BSNDATE.CPY".

       FD  DEGREE-AUDIT-FILE.
       01 DEGREE-AUDIT-REC         PIC X(80).

       FD  CANDIDATE-LIST-FILE.
       01 CANDIDATE-LIST-REC       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STUDENT-EOF-SWITCH  PIC X(01) VALUE "N".
           88 END-OF-STUDENT-FILE       VALUE "Y".
       01 WS-REQUIREMENT-EOF-SWITCH PIC X(01) VALUE "N".
           88 END-OF-REQUIREMENTS       VALUE "Y".
       01 WS-ACADEMIC-EOF-SWITCH PIC X(01) VALUE "N".
           88 END-OF-ACADEMIC-RECORDS   VALUE "Y".

       01 WS-BUSINESS-DATE       PIC X(08) VALUE SPACES.
       01 WS-AUDIT-TERM          PIC X(06) VALUE SPACES.

      * The program whose requirements are in the tables;
      * students of the same program reuse them.
       01 WS-LOADED-PROGRAM      PIC X(06) VALUE SPACES.
       01 WS-PROGRAM-FOUND-SWITCH PIC X(01) VALUE "N".
           88 PROGRAM-FOUND            VALUE "Y".
           88 PROGRAM-NOT-FOUND        VALUE "N".
       01 WS-PROGRAM-NAME        PIC X(20) VALUE SPACES.
       01 WS-PROGRAM-MIN-CREDITS PIC 9(03) VALUE 0.
       01 WS-PROGRAM-MIN-GPA     PIC 9V99 VALUE 0.

       01 WS-REQUIRED-TABLE-AREA.
           05 WS-RQ-ENTRY OCCURS 60 TIMES
                   INDEXED BY RQ-IDX.
               10 WS-RQ-COURSE-ID      PIC X(06).
               10 WS-RQ-DESCRIPTION    PIC X(20).
       01 WS-REQUIRED-COUNT      PIC 9(02) COMP VALUE 0.
       01 WS-MAX-REQUIRED        PIC 9(02) COMP VALUE 60.

       01 WS-ELECTIVE-TABLE-AREA.
           05 WS-EL-ENTRY OCCURS 20 TIMES
                   INDEXED BY EL-IDX.
               10 WS-EL-BLOCK-ID       PIC X(06).
               10 WS-EL-DESCRIPTION    PIC X(20).
               10 WS-EL-PREFIX         PIC X(06).
               10 WS-EL-PREFIX-LENGTH  PIC 9(01).
               10 WS-EL-MIN-CREDITS    PIC 9(03).
               10 WS-EL-EARNED-CREDITS PIC 9(03).
       01 WS-ELECTIVE-COUNT      PIC 9(02) COMP VALUE 0.
       01 WS-MAX-ELECTIVES       PIC 9(02) COMP VALUE 20.

      * The student's completed courses, each usable for
      * one requirement only.
       01 WS-COMPLETED-TABLE-AREA.
           05 WS-CM-ENTRY OCCURS 100 TIMES
                   INDEXED BY CM-IDX.
               10 WS-CM-COURSE-ID      PIC X(06).
               10 WS-CM-CREDIT-HOURS   PIC 9(02).
               10 WS-CM-USED-SWITCH    PIC X(01).
                   88 COMPLETED-COURSE-USED VALUE "Y".
       01 WS-COMPLETED-COUNT     PIC 9(03) COMP VALUE 0.
       01 WS-MAX-COMPLETED       PIC 9(03) COMP VALUE 100.

       01 WS-COURSE-FOUND-SWITCH PIC X(01) VALUE "N".
           88 COURSE-FOUND             VALUE "Y".
           88 COURSE-NOT-FOUND         VALUE "N".

       01 WS-CUM-CREDITS-EARNED  PIC 9(04) VALUE 0.
       01 WS-CUM-GPA             PIC 9V99 VALUE 0.
       01 WS-OUTSTANDING-COUNT   PIC 9(03) VALUE 0.
       01 WS-REQUIREMENT-STATUS  PIC X(11) VALUE SPACES.

       01 WS-AUDITED-COUNT       PIC 9(05) VALUE 0.
       01 WS-ELIGIBLE-COUNT      PIC 9(05) VALUE 0.
       01 WS-NOT-ELIGIBLE-COUNT  PIC 9(05) VALUE 0.
       01 WS-EXPECTED-SHORT-COUNT PIC 9(05) VALUE 0.
       01 WS-NO-PROGRAM-COUNT    PIC 9(05) VALUE 0.
       01 WS-SKIPPED-COUNT       PIC 9(05) VALUE 0.

       01 WS-REPORT-LINE         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM READ-BUSINESS-DATE-PARAGRAPH
           PERFORM READ-AUDIT-CONTROL-PARAGRAPH
           OPEN INPUT STUDENT-PROGRAM-FILE
           OPEN INPUT DEGREE-REQUIREMENT-FILE
           OPEN INPUT ACADEMIC-RECORD-FILE
           OPEN INPUT STUDENT-HISTORY-FILE
           OPEN OUTPUT DEGREE-AUDIT-FILE
           OPEN OUTPUT CANDIDATE-LIST-FILE
           PERFORM PRINT-HEADINGS-PARAGRAPH
           PERFORM READ-STUDENT-PARAGRAPH
           PERFORM UNTIL END-OF-STUDENT-FILE
               IF SP-ACTIVE-STUDENT
                   PERFORM AUDIT-ONE-STUDENT-PARAGRAPH
               ELSE
                   ADD 1 TO WS-SKIPPED-COUNT
               END-IF
               PERFORM READ-STUDENT-PARAGRAPH
           END-PERFORM
           PERFORM PRINT-TOTALS-PARAGRAPH
           CLOSE STUDENT-PROGRAM-FILE
           CLOSE DEGREE-REQUIREMENT-FILE
           CLOSE ACADEMIC-RECORD-FILE
           CLOSE STUDENT-HISTORY-FILE
           CLOSE DEGREE-AUDIT-FILE
           CLOSE CANDIDATE-LIST-FILE
           IF WS-NO-PROGRAM-COUNT > 0
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

      * With no AUDCTL card the term is the business year
      * and month, the same stand-in term the grading run
      * posts under when it has no enrollment term.
       READ-AUDIT-CONTROL-PARAGRAPH.
           MOVE WS-BUSINESS-DATE (1:6) TO WS-AUDIT-TERM
           OPEN INPUT AUDIT-CONTROL-FILE
           READ AUDIT-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF AC-TERM-CODE NOT = SPACES
                       MOVE AC-TERM-CODE TO WS-AUDIT-TERM
                   END-IF
           END-READ
           CLOSE AUDIT-CONTROL-FILE.

       READ-STUDENT-PARAGRAPH.
           READ STUDENT-PROGRAM-FILE NEXT RECORD
               AT END
                   SET END-OF-STUDENT-FILE TO TRUE
           END-READ.

       AUDIT-ONE-STUDENT-PARAGRAPH.
           IF SP-PROGRAM-CODE NOT = WS-LOADED-PROGRAM
               PERFORM LOAD-PROGRAM-PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           WRITE DEGREE-AUDIT-REC FROM WS-REPORT-LINE
           IF PROGRAM-NOT-FOUND
               ADD 1 TO WS-NO-PROGRAM-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "STUDENT " SP-STUDENT-ID
                   " PROGRAM " SP-PROGRAM-CODE
                   " NOT ON DEGREE REQUIREMENT MASTER - NOT AUDITED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE DEGREE-AUDIT-REC FROM WS-REPORT-LINE
           ELSE
               ADD 1 TO WS-AUDITED-COUNT
               MOVE 0 TO WS-OUTSTANDING-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "STUDENT " SP-STUDENT-ID
                   " PROGRAM " SP-PROGRAM-CODE
                   " " WS-PROGRAM-NAME
                   " EXPECTED " SP-EXPECTED-TERM
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE DEGREE-AUDIT-REC FROM WS-REPORT-LINE
               PERFORM LOAD-COMPLETED-COURSES-PARAGRAPH
               PERFORM AUDIT-REQUIRED-COURSE-PARAGRAPH
                   VARYING RQ-IDX FROM 1 BY 1
                   UNTIL RQ-IDX > WS-REQUIRED-COUNT
               PERFORM AUDIT-ELECTIVE-BLOCK-PARAGRAPH
                   VARYING EL-IDX FROM 1 BY 1
                   UNTIL EL-IDX > WS-ELECTIVE-COUNT
               PERFORM AUDIT-CREDITS-AND-GPA-PARAGRAPH
               PERFORM WRITE-AUDIT-RESULT-PARAGRAPH
           END-IF.

      *****************************************************
      * Program requirements from DEGREQ                   *
      *****************************************************
      * The P header, C required courses and E elective
      * blocks of one program are adjacent in key order.
       LOAD-PROGRAM-PARAGRAPH.
           MOVE SP-PROGRAM-CODE TO WS-LOADED-PROGRAM
           SET PROGRAM-NOT-FOUND TO TRUE
           MOVE SPACES TO WS-PROGRAM-NAME
           MOVE 0 TO WS-PROGRAM-MIN-CREDITS
           MOVE 0 TO WS-PROGRAM-MIN-GPA
           MOVE 0 TO WS-REQUIRED-COUNT
           MOVE 0 TO WS-ELECTIVE-COUNT
           MOVE "N" TO WS-REQUIREMENT-EOF-SWITCH
           MOVE SP-PROGRAM-CODE TO DR-PROGRAM-CODE
           MOVE LOW-VALUES TO DR-REQ-TYPE
           MOVE LOW-VALUES TO DR-REQ-ID
           START DEGREE-REQUIREMENT-FILE KEY >= DR-REQUIREMENT-KEY
               INVALID KEY
                   SET END-OF-REQUIREMENTS TO TRUE
           END-START
           PERFORM READ-NEXT-REQUIREMENT-PARAGRAPH
           PERFORM UNTIL END-OF-REQUIREMENTS
               EVALUATE TRUE
                   WHEN DR-PROGRAM-HEADER
                       SET PROGRAM-FOUND TO TRUE
                       MOVE DR-DESCRIPTION TO WS-PROGRAM-NAME
                       MOVE DR-MIN-CREDITS
                           TO WS-PROGRAM-MIN-CREDITS
                       MOVE DR-MIN-CUM-GPA TO WS-PROGRAM-MIN-GPA
                   WHEN DR-REQUIRED-COURSE
                       PERFORM STORE-REQUIRED-COURSE-PARAGRAPH
                   WHEN DR-ELECTIVE-BLOCK
                       PERFORM STORE-ELECTIVE-BLOCK-PARAGRAPH
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM READ-NEXT-REQUIREMENT-PARAGRAPH
           END-PERFORM.

       READ-NEXT-REQUIREMENT-PARAGRAPH.
           IF NOT END-OF-REQUIREMENTS
               READ DEGREE-REQUIREMENT-FILE NEXT RECORD
                   AT END
                       SET END-OF-REQUIREMENTS TO TRUE
               END-READ
           END-IF
           IF NOT END-OF-REQUIREMENTS
                   AND DR-PROGRAM-CODE NOT = WS-LOADED-PROGRAM
               SET END-OF-REQUIREMENTS TO TRUE
           END-IF.

       STORE-REQUIRED-COURSE-PARAGRAPH.
           IF WS-REQUIRED-COUNT >= WS-MAX-REQUIRED
               DISPLAY "DEGREE-AUDIT: REQUIRED COURSE TABLE FULL AT "
                   WS-MAX-REQUIRED " ENTRIES - ABENDING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET RQ-IDX TO WS-REQUIRED-COUNT
           SET RQ-IDX UP BY 1
           SET WS-REQUIRED-COUNT TO RQ-IDX
           MOVE DR-REQ-ID TO WS-RQ-COURSE-ID (RQ-IDX)
           MOVE DR-DESCRIPTION TO WS-RQ-DESCRIPTION (RQ-IDX).

       STORE-ELECTIVE-BLOCK-PARAGRAPH.
           IF WS-ELECTIVE-COUNT >= WS-MAX-ELECTIVES
               DISPLAY "DEGREE-AUDIT: ELECTIVE BLOCK TABLE FULL AT "
                   WS-MAX-ELECTIVES " ENTRIES - ABENDING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET EL-IDX TO WS-ELECTIVE-COUNT
           SET EL-IDX UP BY 1
           SET WS-ELECTIVE-COUNT TO EL-IDX
           MOVE DR-REQ-ID TO WS-EL-BLOCK-ID (EL-IDX)
           MOVE DR-DESCRIPTION TO WS-EL-DESCRIPTION (EL-IDX)
           MOVE DR-COURSE-PREFIX TO WS-EL-PREFIX (EL-IDX)
           MOVE DR-PREFIX-LENGTH TO WS-EL-PREFIX-LENGTH (EL-IDX)
           MOVE DR-MIN-CREDITS TO WS-EL-MIN-CREDITS (EL-IDX).

      *****************************************************
      * Completed courses from ACADREC                     *
      *****************************************************
      * A course passed in more than one term is one
      * completed course.
       LOAD-COMPLETED-COURSES-PARAGRAPH.
           MOVE 0 TO WS-COMPLETED-COUNT
           MOVE "N" TO WS-ACADEMIC-EOF-SWITCH
           MOVE SP-STUDENT-ID TO AR-STUDENT-ID
           MOVE LOW-VALUES TO AR-TERM-CODE
           MOVE LOW-VALUES TO AR-COURSE-ID
           START ACADEMIC-RECORD-FILE KEY >= AR-RECORD-KEY
               INVALID KEY
                   SET END-OF-ACADEMIC-RECORDS TO TRUE
           END-START
           PERFORM READ-NEXT-ACADEMIC-PARAGRAPH
           PERFORM UNTIL END-OF-ACADEMIC-RECORDS
               IF AR-LETTER-GRADE NOT = "I "
                       AND AR-LETTER-GRADE NOT = "W "
                       AND AR-LETTER-GRADE NOT = "AU"
                       AND AR-LETTER-GRADE (1:1) NOT = "F"
                       AND AR-LETTER-GRADE NOT = SPACES
                   PERFORM STORE-COMPLETED-COURSE-PARAGRAPH
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
                   AND AR-STUDENT-ID NOT = SP-STUDENT-ID
               SET END-OF-ACADEMIC-RECORDS TO TRUE
           END-IF.

       STORE-COMPLETED-COURSE-PARAGRAPH.
           SET COURSE-NOT-FOUND TO TRUE
           SET CM-IDX TO 1
           SEARCH WS-CM-ENTRY
               AT END
                   CONTINUE
               WHEN CM-IDX > WS-COMPLETED-COUNT
                   CONTINUE
               WHEN WS-CM-COURSE-ID (CM-IDX) = AR-COURSE-ID
                   SET COURSE-FOUND TO TRUE
           END-SEARCH
           IF COURSE-NOT-FOUND
               IF WS-COMPLETED-COUNT >= WS-MAX-COMPLETED
                   DISPLAY "DEGREE-AUDIT: COMPLETED COURSE TABLE"
                       " FULL AT " WS-MAX-COMPLETED
                       " ENTRIES - ABENDING RUN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET CM-IDX TO WS-COMPLETED-COUNT
               SET CM-IDX UP BY 1
               SET WS-COMPLETED-COUNT TO CM-IDX
               MOVE AR-COURSE-ID TO WS-CM-COURSE-ID (CM-IDX)
               MOVE AR-CREDIT-HOURS
                   TO WS-CM-CREDIT-HOURS (CM-IDX)
               MOVE "N" TO WS-CM-USED-SWITCH (CM-IDX)
           END-IF.

      *****************************************************
      * Requirement checks                                 *
      *****************************************************
       AUDIT-REQUIRED-COURSE-PARAGRAPH.
           SET COURSE-NOT-FOUND TO TRUE
           SET CM-IDX TO 1
           SEARCH WS-CM-ENTRY
               AT END
                   CONTINUE
               WHEN CM-IDX > WS-COMPLETED-COUNT
                   CONTINUE
               WHEN WS-CM-COURSE-ID (CM-IDX)
                       = WS-RQ-COURSE-ID (RQ-IDX)
                   SET COURSE-FOUND TO TRUE
                   MOVE "Y" TO WS-CM-USED-SWITCH (CM-IDX)
           END-SEARCH
           IF COURSE-FOUND
               MOVE "MET" TO WS-REQUIREMENT-STATUS
           ELSE
               MOVE "OUTSTANDING" TO WS-REQUIREMENT-STATUS
               ADD 1 TO WS-OUTSTANDING-COUNT
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  REQUIRED " WS-RQ-COURSE-ID (RQ-IDX)
               " " WS-RQ-DESCRIPTION (RQ-IDX)
               "              " WS-REQUIREMENT-STATUS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE DEGREE-AUDIT-REC FROM WS-REPORT-LINE.

       AUDIT-ELECTIVE-BLOCK-PARAGRAPH.
           MOVE 0 TO WS-EL-EARNED-CREDITS (EL-IDX)
           PERFORM ALLOCATE-ELECTIVE-COURSE-PARAGRAPH
               VARYING CM-IDX FROM 1 BY 1
               UNTIL CM-IDX > WS-COMPLETED-COUNT
           IF WS-EL-EARNED-CREDITS (EL-IDX)
                   >= WS-EL-MIN-CREDITS (EL-IDX)
               MOVE "MET" TO WS-REQUIREMENT-STATUS
           ELSE
               MOVE "OUTSTANDING" TO WS-REQUIREMENT-STATUS
               ADD 1 TO WS-OUTSTANDING-COUNT
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  ELECTIVE " WS-EL-BLOCK-ID (EL-IDX)
               " " WS-EL-DESCRIPTION (EL-IDX)
               " NEED " WS-EL-MIN-CREDITS (EL-IDX)
               " HAVE " WS-EL-EARNED-CREDITS (EL-IDX)
               " " WS-REQUIREMENT-STATUS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE DEGREE-AUDIT-REC FROM WS-REPORT-LINE.

       ALLOCATE-ELECTIVE-COURSE-PARAGRAPH.
           IF NOT COMPLETED-COURSE-USED (CM-IDX)
                   AND WS-EL-EARNED-CREDITS (EL-IDX)
                       < WS-EL-MIN-CREDITS (EL-IDX)
                   AND WS-CM-COURSE-ID (CM-IDX)
                           (1:WS-EL-PREFIX-LENGTH (EL-IDX))
                       = WS-EL-PREFIX (EL-IDX)
                           (1:WS-EL-PREFIX-LENGTH (EL-IDX))
               MOVE "Y" TO WS-CM-USED-SWITCH (CM-IDX)
               ADD WS-CM-CREDIT-HOURS (CM-IDX)
                   TO WS-EL-EARNED-CREDITS (EL-IDX)
           END-IF.

      * Total credits and GPA are the cumulative figures
      * GPA-SUMMARY keeps on STUHIST; a student not yet
      * through a GPA cycle has none.
       AUDIT-CREDITS-AND-GPA-PARAGRAPH.
           MOVE 0 TO WS-CUM-CREDITS-EARNED
           MOVE 0 TO WS-CUM-GPA
           MOVE SP-STUDENT-ID TO SH-STUDENT-ID
           READ STUDENT-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SH-CUM-CREDITS-EARNED
                       TO WS-CUM-CREDITS-EARNED
                   MOVE SH-CUM-GPA TO WS-CUM-GPA
           END-READ
           IF WS-CUM-CREDITS-EARNED >= WS-PROGRAM-MIN-CREDITS
               MOVE "MET" TO WS-REQUIREMENT-STATUS
           ELSE
               MOVE "OUTSTANDING" TO WS-REQUIREMENT-STATUS
               ADD 1 TO WS-OUTSTANDING-COUNT
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  TOTAL CREDITS EARNED          "
               " NEED " WS-PROGRAM-MIN-CREDITS
               " HAVE " WS-CUM-CREDITS-EARNED
               " " WS-REQUIREMENT-STATUS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE DEGREE-AUDIT-REC FROM WS-REPORT-LINE
           IF WS-CUM-GPA >= WS-PROGRAM-MIN-GPA
               MOVE "MET" TO WS-REQUIREMENT-STATUS
           ELSE
               MOVE "OUTSTANDING" TO WS-REQUIREMENT-STATUS
               ADD 1 TO WS-OUTSTANDING-COUNT
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  CUMULATIVE GPA                "
               " NEED " WS-PROGRAM-MIN-GPA
               "  HAVE " WS-CUM-GPA
               "  " WS-REQUIREMENT-STATUS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE DEGREE-AUDIT-REC FROM WS-REPORT-LINE.

      * Eligible students go on the candidate list; so does
      * anyone expected to finish by the audit term who is
      * still short, so the registrar can chase them.
       WRITE-AUDIT-RESULT-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-OUTSTANDING-COUNT = 0
               ADD 1 TO WS-ELIGIBLE-COUNT
               STRING "  ELIGIBLE FOR GRADUATION"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE DEGREE-AUDIT-REC FROM WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING SP-STUDENT-ID " " SP-PROGRAM-CODE
                   " " WS-PROGRAM-NAME
                   " " SP-EXPECTED-TERM
                   " CR " WS-CUM-CREDITS-EARNED
                   " GPA " WS-CUM-GPA
                   " CANDIDATE"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CANDIDATE-LIST-REC FROM WS-REPORT-LINE
           ELSE
               ADD 1 TO WS-NOT-ELIGIBLE-COUNT
               STRING "  NOT ELIGIBLE - " WS-OUTSTANDING-COUNT
                   " REQUIREMENT(S) OUTSTANDING"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE DEGREE-AUDIT-REC FROM WS-REPORT-LINE
               IF SP-EXPECTED-TERM NOT = SPACES
                       AND SP-EXPECTED-TERM <= WS-AUDIT-TERM
                   ADD 1 TO WS-EXPECTED-SHORT-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING SP-STUDENT-ID " " SP-PROGRAM-CODE
                       " " WS-PROGRAM-NAME
                       " " SP-EXPECTED-TERM
                       " CR " WS-CUM-CREDITS-EARNED
                       " GPA " WS-CUM-GPA
                       " SHORT " WS-OUTSTANDING-COUNT
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE CANDIDATE-LIST-REC FROM WS-REPORT-LINE
               END-IF
           END-IF.

       PRINT-HEADINGS-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DEGREE AUDIT - TERM " WS-AUDIT-TERM
               " BUSINESS DATE " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE DEGREE-AUDIT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CANDIDATES FOR GRADUATION - TERM " WS-AUDIT-TERM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CANDIDATE-LIST-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "STUDNT PROG   PROGRAM NAME         EXPECT"
               " CR   GPA STATUS"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CANDIDATE-LIST-REC FROM WS-REPORT-LINE.

       PRINT-TOTALS-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE DEGREE-AUDIT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "AUDIT TOTALS  AUDITED=" WS-AUDITED-COUNT
               " ELIGIBLE=" WS-ELIGIBLE-COUNT
               " NOT ELIGIBLE=" WS-NOT-ELIGIBLE-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE DEGREE-AUDIT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "              NO PROGRAM=" WS-NO-PROGRAM-COUNT
               " NOT ACTIVE=" WS-SKIPPED-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE DEGREE-AUDIT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CANDIDATES=" WS-ELIGIBLE-COUNT
               " EXPECTED BUT SHORT=" WS-EXPECTED-SHORT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CANDIDATE-LIST-REC FROM WS-REPORT-LINE.
