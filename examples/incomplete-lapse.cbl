      * tracking file.  Resolution cards with no open
      * incomplete list on the register so the registrar
      * can chase the sender.
      *
      * Resolved and lapsed grades also replace the "I" on
      * the permanent ACADREC academic record, which keeps
      * the incomplete as the originally posted grade.  An
      * incomplete with no open "I" on the academic record
      * lists on the register.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CU-COURSE-ID.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BSNSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACADEMIC-RECORD-FILE ASSIGN TO "ACADREC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-RECORD-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
           COPY "BSNDATE.CPY".

       FD  ACADEMIC-RECORD-FILE.
           COPY "ACADREC.CPY".

       WORKING-STORAGE SECTION.
       COPY "GRDSCALE.CPY".

           88 RESOLUTION-FOUND         VALUE "Y".
           88 RESOLUTION-NOT-FOUND     VALUE "N".

       01 WS-ACADEMIC-EOF-SWITCH PIC X(01) VALUE "N".
           88 END-OF-ACADEMIC-RECORDS  VALUE "Y".
       01 WS-ACADEMIC-FOUND-SWITCH PIC X(01) VALUE "N".
           88 ACADEMIC-FOUND           VALUE "Y".
           88 ACADEMIC-NOT-FOUND       VALUE "N".
       01 WS-ACADEMIC-KEY         PIC X(18) VALUE SPACES.
       01 WS-AMEND-SOURCE         PIC X(01) VALUE SPACES.

       01 WS-STUDENT-ID   PIC X(06) VALUE SPACES.
       01 WS-COURSE-ID    PIC X(06) VALUE SPACES.
       01 WS-SCORE        PIC S9(04) VALUE 0.
       01 WS-LAPSED-COUNT     PIC 9(05) VALUE 0.
       01 WS-CARRIED-COUNT    PIC 9(05) VALUE 0.
       01 WS-ORPHAN-RES-COUNT PIC 9(05) VALUE 0.
       01 WS-NO-RECORD-COUNT  PIC 9(05) VALUE 0.

       01 WS-REPORT-LINE      PIC X(80) VALUE SPACES.
       01 WS-BUSINESS-DATE    PIC X(08) VALUE SPACES.
           PERFORM LOAD-RESOLUTIONS-PARAGRAPH
           OPEN INPUT INCOMPLETE-TRACK-FILE
           OPEN INPUT COURSE-CATALOG-FILE
           OPEN I-O ACADEMIC-RECORD-FILE
           OPEN OUTPUT NEW-TRACK-FILE
           OPEN OUTPUT AMENDED-TRANSCRIPT-FILE
           OPEN OUTPUT LAPSE-REGISTER-FILE
           PERFORM PRINT-REGISTER-TOTAL-PARAGRAPH
           CLOSE INCOMPLETE-TRACK-FILE
           CLOSE COURSE-CATALOG-FILE
           CLOSE ACADEMIC-RECORD-FILE
           CLOSE NEW-TRACK-FILE
           CLOSE AMENDED-TRANSCRIPT-FILE
           CLOSE LAPSE-REGISTER-FILE
           MOVE WS-RES-SCORE (RS-IDX) TO WS-SCORE
           PERFORM CHECK-GRADE-PARAGRAPH
           PERFORM WRITE-AMENDED-TRANSCRIPT-PARAGRAPH
           MOVE "R" TO WS-AMEND-SOURCE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RESOLVED  STUDENT " WS-STUDENT-ID
               " COURSE " WS-COURSE-ID
               " SCORE " WS-RES-SCORE (RS-IDX)
               " GRADE " WS-GRADE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE LAPSE-REGISTER-REC FROM WS-REPORT-LINE
           PERFORM AMEND-ACADEMIC-RECORD-PARAGRAPH.

       LAPSE-INCOMPLETE-PARAGRAPH.
           ADD 1 TO WS-LAPSED-COUNT
           MOVE 0 TO WS-SCORE
           MOVE "F " TO WS-GRADE
           PERFORM WRITE-AMENDED-TRANSCRIPT-PARAGRAPH
           MOVE "L" TO WS-AMEND-SOURCE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LAPSED    STUDENT " WS-STUDENT-ID
               " COURSE " WS-COURSE-ID
               " DEADLINE " IC-DEADLINE-DATE
               " CONVERTED TO F"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE LAPSE-REGISTER-REC FROM WS-REPORT-LINE
           PERFORM AMEND-ACADEMIC-RECORD-PARAGRAPH.

      * The incomplete being worked is the latest open "I"
      * for the pair on the academic record; the student's
      * records browse in term order, so the last match
      * wins.  The new grade is a letter grade from here on.
       AMEND-ACADEMIC-RECORD-PARAGRAPH.
           SET ACADEMIC-NOT-FOUND TO TRUE
           MOVE "N" TO WS-ACADEMIC-EOF-SWITCH
           MOVE WS-STUDENT-ID TO AR-STUDENT-ID
           MOVE LOW-VALUES TO AR-TERM-CODE
           MOVE LOW-VALUES TO AR-COURSE-ID
           START ACADEMIC-RECORD-FILE KEY >= AR-RECORD-KEY
               INVALID KEY
                   SET END-OF-ACADEMIC-RECORDS TO TRUE
           END-START
           PERFORM UNTIL END-OF-ACADEMIC-RECORDS
               PERFORM READ-NEXT-ACADEMIC-PARAGRAPH
               IF NOT END-OF-ACADEMIC-RECORDS
                       AND AR-COURSE-ID = WS-COURSE-ID
                       AND AR-INCOMPLETE-GRADE
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
               STRING "  NO OPEN I ON ACADEMIC RECORD  STUDENT "
                   WS-STUDENT-ID " COURSE " WS-COURSE-ID
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE LAPSE-REGISTER-REC FROM WS-REPORT-LINE
           ELSE
               MOVE WS-GRADE TO AR-LETTER-GRADE
               MOVE WS-GPA-POINTS TO AR-GPA-POINTS
               MOVE "N " TO AR-GRADE-TYPE
               IF AR-AMEND-COUNT < 99
                   ADD 1 TO AR-AMEND-COUNT
               END-IF
               MOVE WS-AMEND-SOURCE TO AR-AMEND-SOURCE
               MOVE WS-BUSINESS-DATE TO AR-AMEND-DATE
               MOVE SPACES TO AR-APPROVER-ID
               REWRITE ACADEMIC-RECORD-REC
                   INVALID KEY
                       DISPLAY "INCOMPLETE-LAPSE: ACADREC REWRITE"
                           " FAILED FOR STUDENT " WS-STUDENT-ID
                           " COURSE " WS-COURSE-ID
               END-REWRITE
           END-IF.

       READ-NEXT-ACADEMIC-PARAGRAPH.
           READ ACADEMIC-RECORD-FILE NEXT RECORD
               AT END
                   SET END-OF-ACADEMIC-RECORDS TO TRUE
           END-READ
           IF NOT END-OF-ACADEMIC-RECORDS
                   AND AR-STUDENT-ID NOT = WS-STUDENT-ID
               SET END-OF-ACADEMIC-RECORDS TO TRUE
           END-IF.

       CHECK-GRADE-PARAGRAPH.
           SET GS-CRS-IDX TO 1
               " STILL OPEN=" WS-CARRIED-COUNT
               " UNMATCHED=" WS-ORPHAN-RES-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE LAPSE-REGISTER-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "        NOT ON ACADREC=" WS-NO-RECORD-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE LAPSE-REGISTER-REC FROM WS-REPORT-LINE.
