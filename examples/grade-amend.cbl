      * before/after audit record per amendment.  A change
      * for a pair with no posted transcript record lists
      * on the register instead of inventing history.
      *
      * Each amendment also replaces the grade on the
      * permanent ACADREC academic record, on the latest
      * term the student took the course, keeping the grade
      * as first posted alongside it.  A change with no
      * academic record posting lists on the register.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-COURSE-ID.
           SELECT OPTIONAL ACADEMIC-RECORD-FILE ASSIGN TO "ACADREC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-RECORD-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  COURSE-CATALOG-FILE.
           COPY "CRSCAT.CPY".

       FD  ACADEMIC-RECORD-FILE.
           COPY "ACADREC.CPY".

       WORKING-STORAGE SECTION.
       COPY "GRDSCALE.CPY".

           88 POSTED-FOUND             VALUE "Y".
           88 POSTED-NOT-FOUND         VALUE "N".

       01 WS-ACADEMIC-EOF-SWITCH PIC X(01) VALUE "N".
           88 END-OF-ACADEMIC-RECORDS  VALUE "Y".
       01 WS-ACADEMIC-FOUND-SWITCH PIC X(01) VALUE "N".
           88 ACADEMIC-FOUND           VALUE "Y".
           88 ACADEMIC-NOT-FOUND       VALUE "N".
       01 WS-ACADEMIC-KEY         PIC X(18) VALUE SPACES.

       01 WS-SCORE        PIC S9(04) VALUE 0.
       01 WS-GRADE        PIC X(02) VALUE SPACES.
       01 WS-GPA-POINTS   PIC 9V99 VALUE 0.

       01 WS-AMENDED-COUNT    PIC 9(05) VALUE 0.
       01 WS-UNMATCHED-COUNT  PIC 9(05) VALUE 0.
       01 WS-NO-RECORD-COUNT  PIC 9(05) VALUE 0.

       01 WS-REPORT-LINE      PIC X(80) VALUE SPACES.

           PERFORM LOAD-POSTED-TRANSCRIPT-PARAGRAPH
           OPEN INPUT GRADE-CHANGE-FILE
           OPEN INPUT COURSE-CATALOG-FILE
           OPEN I-O ACADEMIC-RECORD-FILE
           OPEN OUTPUT AMENDED-TRANSCRIPT-FILE
           OPEN OUTPUT AMEND-AUDIT-FILE
           OPEN OUTPUT AMEND-REGISTER-FILE
           PERFORM PRINT-REGISTER-TOTAL-PARAGRAPH
           CLOSE GRADE-CHANGE-FILE
           CLOSE COURSE-CATALOG-FILE
           CLOSE ACADEMIC-RECORD-FILE
           CLOSE AMENDED-TRANSCRIPT-FILE
           CLOSE AMEND-AUDIT-FILE
           CLOSE AMEND-REGISTER-FILE
               " TO " WS-GRADE
               " BY " GC-APPROVER-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE AMEND-REGISTER-REC FROM WS-REPORT-LINE
           PERFORM AMEND-ACADEMIC-RECORD-PARAGRAPH.

      * A course taken in more than one term amends the
      * latest posting: the student's records browse in
      * term order, so the last match wins.
       AMEND-ACADEMIC-RECORD-PARAGRAPH.
           SET ACADEMIC-NOT-FOUND TO TRUE
           MOVE "N" TO WS-ACADEMIC-EOF-SWITCH
           MOVE GC-STUDENT-ID TO AR-STUDENT-ID
           MOVE LOW-VALUES TO AR-TERM-CODE
           MOVE LOW-VALUES TO AR-COURSE-ID
           START ACADEMIC-RECORD-FILE KEY >= AR-RECORD-KEY
               INVALID KEY
                   SET END-OF-ACADEMIC-RECORDS TO TRUE
           END-START
           PERFORM UNTIL END-OF-ACADEMIC-RECORDS
               PERFORM READ-NEXT-ACADEMIC-PARAGRAPH
               IF NOT END-OF-ACADEMIC-RECORDS
                       AND AR-COURSE-ID = GC-COURSE-ID
                   SET ACADEMIC-FOUND TO TRUE
                   MOVE AR-RECORD-KEY TO WS-ACADEMIC-KEY
               END-IF
           END-PERFORM
           IF ACADEMIC-FOUND
               MOVE WS-ACADEMIC-KEY TO AR-RECORD-KEY
               READ ACADEMIC-RECORD-FILE
                   INVALID KEY
                       SET ACADEMIC-NOT-FOUND TO TRUE
               END-READ
           END-IF
           IF ACADEMIC-NOT-FOUND
               ADD 1 TO WS-NO-RECORD-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  NOT ON ACADEMIC RECORD  STUDENT "
                   GC-STUDENT-ID " COURSE " GC-COURSE-ID
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE AMEND-REGISTER-REC FROM WS-REPORT-LINE
           ELSE
               MOVE WS-GRADE TO AR-LETTER-GRADE
               MOVE WS-GPA-POINTS TO AR-GPA-POINTS
               IF AR-AMEND-COUNT < 99
                   ADD 1 TO AR-AMEND-COUNT
               END-IF
               SET AR-GRADE-CHANGE TO TRUE
               MOVE FUNCTION CURRENT-DATE (1:8) TO AR-AMEND-DATE
               MOVE GC-APPROVER-ID TO AR-APPROVER-ID
               REWRITE ACADEMIC-RECORD-REC
                   INVALID KEY
                       DISPLAY "GRADE-AMEND: ACADREC REWRITE FAILED"
                           " FOR STUDENT " GC-STUDENT-ID
                           " COURSE " GC-COURSE-ID
               END-REWRITE
           END-IF.

       READ-NEXT-ACADEMIC-PARAGRAPH.
           READ ACADEMIC-RECORD-FILE NEXT RECORD
               AT END
                   SET END-OF-ACADEMIC-RECORDS TO TRUE
           END-READ
           IF NOT END-OF-ACADEMIC-RECORDS
                   AND AR-STUDENT-ID NOT = GC-STUDENT-ID
               SET END-OF-ACADEMIC-RECORDS TO TRUE
           END-IF.

       CHECK-GRADE-PARAGRAPH.
           SET GS-CRS-IDX TO 1
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTALS  AMENDED=" WS-AMENDED-COUNT
               " UNMATCHED=" WS-UNMATCHED-COUNT
               " NOT ON ACADREC=" WS-NO-RECORD-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE AMEND-REGISTER-REC FROM WS-REPORT-LINE.
