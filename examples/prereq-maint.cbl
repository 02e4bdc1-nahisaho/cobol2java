       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREREQ-MAINT.
       AUTHOR. COBOL2Java Team.
      *
      * Course prerequisite master maintenance program
      *
      * Modeled on LABOR-BUDGET-MAINT: loops over a PREREQ-
      * MAINT-FILE of transactions and applies each one to
      * the keyed PREREQ prerequisite master, one record per
      * course and prerequisite course, that PREREQ-CHECK
      * tests enrollments against.
      *
      * Both the course and its prerequisite must be on the
      * CRSCAT catalog and must differ, and the minimum
      * letter must be a passing letter of the grading
      * scale (A+ through D); a blank minimum on an add is a
      * D, any passing grade.  Every record touched is
      * stamped with the business date.  The register prints
      * the before and after image of every prerequisite
      * touched plus balancing totals per action.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREREQ-MAINT-FILE ASSIGN TO "PRQMTXN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PREREQUISITE-FILE ASSIGN TO "PREREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PQ-PREREQ-KEY.
           SELECT COURSE-CATALOG-FILE ASSIGN TO "CRSCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-COURSE-ID.
           SELECT MAINT-REGISTER-FILE ASSIGN TO "PRQMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BSNSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PREREQ-MAINT-FILE.
           COPY "PRQMTXN.CPY".

       FD  PREREQUISITE-FILE.
           COPY "PREREQ.CPY".

       FD  COURSE-CATALOG-FILE.
           COPY "CRSCAT.CPY".

       FD  MAINT-REGISTER-FILE.
       01 MAINT-REGISTER-REC         PIC X(80).

       FD  BUSINESS-DATE-FILE.
           COPY "BSNDATE.CPY".

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH   PIC X(01) VALUE "N".
           88 END-OF-MAINT-FILE         VALUE "Y".

       01 WS-PREREQ-FOUND-SWITCH PIC X(01) VALUE "N".
           88 PREREQ-FOUND             VALUE "Y".
           88 PREREQ-NOT-FOUND         VALUE "N".

       01 WS-PREREQ-VALID-SWITCH PIC X(01) VALUE "Y".
           88 VALID-PREREQ             VALUE "Y".
           88 INVALID-PREREQ           VALUE "N".

       01 WS-BEFORE-IMAGE-SWITCH PIC X(01) VALUE "N".
           88 BEFORE-IMAGE-PRESENT     VALUE "Y".
       01 WS-AFTER-IMAGE-SWITCH  PIC X(01) VALUE "N".
           88 AFTER-IMAGE-PRESENT      VALUE "Y".

       01 WS-BEFORE-PREREQ-IMAGE PIC X(40) VALUE SPACES.
       01 WS-AFTER-PREREQ-IMAGE  PIC X(40) VALUE SPACES.
       01 WS-IMAGE-LABEL         PIC X(07) VALUE SPACES.

       01 WS-MIN-LETTER          PIC X(02) VALUE SPACES.
           88 PASSING-LETTER-GRADE      VALUE "A+", "A ", "A-",
                                              "B+", "B ", "B-",
                                              "C+", "C ", "C-",
                                              "D+", "D ".

       01 WS-BUSINESS-DATE       PIC X(08) VALUE SPACES.
       01 WS-ACTION-RESULT       PIC X(30) VALUE SPACES.
       01 WS-REPORT-LINE         PIC X(80) VALUE SPACES.

       01 WS-ADD-COUNT           PIC 9(05) VALUE 0.
       01 WS-CHANGE-COUNT        PIC 9(05) VALUE 0.
       01 WS-DELETE-COUNT        PIC 9(05) VALUE 0.
       01 WS-REJECT-COUNT        PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM READ-BUSINESS-DATE-PARAGRAPH
           OPEN INPUT PREREQ-MAINT-FILE
           OPEN I-O PREREQUISITE-FILE
           OPEN INPUT COURSE-CATALOG-FILE
           OPEN OUTPUT MAINT-REGISTER-FILE
           PERFORM PRINT-HEADING-PARAGRAPH
           PERFORM READ-MAINT-PARAGRAPH
           PERFORM UNTIL END-OF-MAINT-FILE
               MOVE "N" TO WS-BEFORE-IMAGE-SWITCH
               MOVE "N" TO WS-AFTER-IMAGE-SWITCH
               PERFORM APPLY-MAINT-PARAGRAPH
               PERFORM PRINT-REGISTER-LINE-PARAGRAPH
               PERFORM READ-MAINT-PARAGRAPH
           END-PERFORM
           PERFORM PRINT-REGISTER-TOTAL-PARAGRAPH
           CLOSE PREREQ-MAINT-FILE
           CLOSE PREREQUISITE-FILE
           CLOSE COURSE-CATALOG-FILE
           CLOSE MAINT-REGISTER-FILE
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

       READ-MAINT-PARAGRAPH.
           READ PREREQ-MAINT-FILE
               AT END
                   SET END-OF-MAINT-FILE TO TRUE
           END-READ.

       APPLY-MAINT-PARAGRAPH.
           PERFORM READ-PREREQ-PARAGRAPH
           EVALUATE TRUE
               WHEN PM-ADD-ACTION
                   PERFORM APPLY-ADD-PARAGRAPH
               WHEN PM-CHANGE-ACTION
                   PERFORM APPLY-CHANGE-PARAGRAPH
               WHEN PM-DELETE-ACTION
                   PERFORM APPLY-DELETE-PARAGRAPH
               WHEN OTHER
                   MOVE "REJECTED - UNKNOWN ACTION CODE"
                       TO WS-ACTION-RESULT
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE.

       READ-PREREQ-PARAGRAPH.
           SET PREREQ-NOT-FOUND TO TRUE
           MOVE PM-COURSE-ID TO PQ-COURSE-ID
           MOVE PM-PREREQ-COURSE-ID TO PQ-PREREQ-COURSE-ID
           READ PREREQUISITE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PREREQ-FOUND TO TRUE
                   MOVE PREREQUISITE-REC TO WS-BEFORE-PREREQ-IMAGE
                   SET BEFORE-IMAGE-PRESENT TO TRUE
           END-READ.

       APPLY-ADD-PARAGRAPH.
           IF PREREQ-FOUND
               MOVE "REJECTED - ALREADY ON MASTER" TO WS-ACTION-RESULT
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               PERFORM VALIDATE-KEY-PARAGRAPH
               IF VALID-PREREQ
                   MOVE SPACES TO PREREQUISITE-REC
                   MOVE PM-COURSE-ID TO PQ-COURSE-ID
                   MOVE PM-PREREQ-COURSE-ID TO PQ-PREREQ-COURSE-ID
                   MOVE "D " TO PQ-MIN-LETTER
                   PERFORM MOVE-PREREQ-FIELDS-PARAGRAPH
               END-IF
               IF INVALID-PREREQ
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   MOVE WS-BUSINESS-DATE TO PQ-LAST-MAINT-DATE
                   WRITE PREREQUISITE-REC
                   MOVE PREREQUISITE-REC TO WS-AFTER-PREREQ-IMAGE
                   SET AFTER-IMAGE-PRESENT TO TRUE
                   MOVE "ADDED" TO WS-ACTION-RESULT
                   ADD 1 TO WS-ADD-COUNT
               END-IF
           END-IF.

       VALIDATE-KEY-PARAGRAPH.
           SET VALID-PREREQ TO TRUE
           IF PM-COURSE-ID = SPACES OR PM-PREREQ-COURSE-ID = SPACES
               SET INVALID-PREREQ TO TRUE
               MOVE "REJECTED - NO COURSE ID" TO WS-ACTION-RESULT
           END-IF
           IF VALID-PREREQ AND PM-COURSE-ID = PM-PREREQ-COURSE-ID
               SET INVALID-PREREQ TO TRUE
               MOVE "REJECTED - SAME AS COURSE"
                   TO WS-ACTION-RESULT
           END-IF
           IF VALID-PREREQ
               MOVE PM-COURSE-ID TO CU-COURSE-ID
               READ COURSE-CATALOG-FILE
                   INVALID KEY
                       SET INVALID-PREREQ TO TRUE
                       MOVE "REJECTED - NO CATALOG COURSE"
                           TO WS-ACTION-RESULT
               END-READ
           END-IF
           IF VALID-PREREQ
               MOVE PM-PREREQ-COURSE-ID TO CU-COURSE-ID
               READ COURSE-CATALOG-FILE
                   INVALID KEY
                       SET INVALID-PREREQ TO TRUE
                       MOVE "REJECTED - NO CATALOG PREREQ"
                           TO WS-ACTION-RESULT
               END-READ
           END-IF.

      * A blank minimum keeps what is in the record (D on
      * an add, the letter on file on a change).
       MOVE-PREREQ-FIELDS-PARAGRAPH.
           SET VALID-PREREQ TO TRUE
           IF PM-MIN-LETTER NOT = SPACES
               MOVE PM-MIN-LETTER TO WS-MIN-LETTER
               IF PASSING-LETTER-GRADE
                   MOVE PM-MIN-LETTER TO PQ-MIN-LETTER
               ELSE
                   SET INVALID-PREREQ TO TRUE
                   MOVE "REJECTED - BAD MINIMUM LETTER"
                       TO WS-ACTION-RESULT
               END-IF
           END-IF.

       APPLY-CHANGE-PARAGRAPH.
           IF PREREQ-NOT-FOUND
               SET INVALID-PREREQ TO TRUE
               MOVE "REJECTED - NOT ON MASTER" TO WS-ACTION-RESULT
           ELSE
               PERFORM MOVE-PREREQ-FIELDS-PARAGRAPH
           END-IF
           IF INVALID-PREREQ
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE WS-BUSINESS-DATE TO PQ-LAST-MAINT-DATE
               REWRITE PREREQUISITE-REC
               MOVE PREREQUISITE-REC TO WS-AFTER-PREREQ-IMAGE
               SET AFTER-IMAGE-PRESENT TO TRUE
               MOVE "CHANGED" TO WS-ACTION-RESULT
               ADD 1 TO WS-CHANGE-COUNT
           END-IF.

       APPLY-DELETE-PARAGRAPH.
           IF PREREQ-NOT-FOUND
               MOVE "REJECTED - NOT ON MASTER" TO WS-ACTION-RESULT
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               DELETE PREREQUISITE-FILE RECORD
               MOVE "DELETED" TO WS-ACTION-RESULT
               ADD 1 TO WS-DELETE-COUNT
           END-IF.

       PRINT-HEADING-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PREREQUISITE MAINTENANCE REGISTER - "
               WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACT COURSE PREREQ RESULT"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE.

       PRINT-REGISTER-LINE-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING PM-ACTION-CODE "   " DELIMITED BY SIZE
               PM-COURSE-ID " " DELIMITED BY SIZE
               PM-PREREQ-COURSE-ID " " DELIMITED BY SIZE
               WS-ACTION-RESULT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE
           IF BEFORE-IMAGE-PRESENT
               MOVE WS-BEFORE-PREREQ-IMAGE TO PREREQUISITE-REC
               MOVE "BEFORE " TO WS-IMAGE-LABEL
               PERFORM PRINT-PREREQ-IMAGE-PARAGRAPH
           END-IF
           IF AFTER-IMAGE-PRESENT
               MOVE WS-AFTER-PREREQ-IMAGE TO PREREQUISITE-REC
               MOVE "AFTER  " TO WS-IMAGE-LABEL
               PERFORM PRINT-PREREQ-IMAGE-PARAGRAPH
           END-IF.

       PRINT-PREREQ-IMAGE-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "    " WS-IMAGE-LABEL
               " MINIMUM LETTER=" PQ-MIN-LETTER
               " MAINT=" PQ-LAST-MAINT-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE.

       PRINT-REGISTER-TOTAL-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "MAINT TOTALS  ADDED=" DELIMITED BY SIZE
               WS-ADD-COUNT DELIMITED BY SIZE
               "  CHANGED=" DELIMITED BY SIZE
               WS-CHANGE-COUNT DELIMITED BY SIZE
               "  DELETED=" DELIMITED BY SIZE
               WS-DELETE-COUNT DELIMITED BY SIZE
               "  REJECTED=" DELIMITED BY SIZE
               WS-REJECT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE.
