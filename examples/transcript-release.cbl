       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSCRIPT-RELEASE.
       AUTHOR. COBOL2Java Team.
      *
      * Held transcript release program
      *
      * GRADE-CHECKER diverts the transcript records of a
      * student with an active STUHOLD hold to the nightly
      * TRHOLD held-transcript file instead of the TRANSCF
      * feed.  This registrar step merges those records into
      * the held file carried from earlier runs and looks
      * each student up on STUHOLD again: once every hold on
      * the student is released, the student's held records
      * go out on TRRLSE in TRANSCF layout - which TRANSCRIPT-
      * RECON then tracks like any other send - and the rest
      * carry forward on the new held file, in the same way
      * TRANSCRIPT-RECON carries its pending file.  The
      * report lists every record released and every record
      * still held with its hold type and the night it was
      * first held.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HELD-IN-FILE ASSIGN TO "TRHELDI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TONIGHT-HELD-FILE ASSIGN TO "TRHOLD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STUDENT-HOLD-FILE ASSIGN TO "STUHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-HOLD-KEY.
           SELECT HELD-OUT-FILE ASSIGN TO "TRHELDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELEASED-TRANSCRIPT-FILE ASSIGN TO "TRRLSE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELEASE-REPORT-FILE ASSIGN TO "HLDRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BSNSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HELD-IN-FILE.
       01 HELD-IN-REC                PIC X(40).

       FD  TONIGHT-HELD-FILE.
       01 TONIGHT-HELD-REC           PIC X(40).

       FD  STUDENT-HOLD-FILE.
           COPY "STUHOLD.CPY".

       FD  HELD-OUT-FILE.
       01 HELD-OUT-REC               PIC X(40).

       FD  RELEASED-TRANSCRIPT-FILE.
       01 RELEASED-TRANSCRIPT-REC    PIC X(22).

       FD  RELEASE-REPORT-FILE.
       01 RELEASE-REPORT-REC         PIC X(80).

       FD  BUSINESS-DATE-FILE.
           COPY "BSNDATE.CPY".

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH          PIC X(01) VALUE "N".
           88 END-OF-INPUT-FILE         VALUE "Y".
       01 WS-HOLD-EOF-SWITCH     PIC X(01) VALUE "N".
           88 END-OF-STUDENT-HOLDS      VALUE "Y".

       01 WS-STUDENT-HOLD-SWITCH PIC X(01) VALUE "N".
           88 STUDENT-ON-HOLD           VALUE "Y".
           88 STUDENT-NOT-ON-HOLD       VALUE "N".
       01 WS-ACTIVE-HOLD-TYPE    PIC X(01) VALUE SPACE.
      * The last student looked up, so a student's several
      * held courses need one STUHOLD browse.
       01 WS-CHECKED-STUDENT-ID  PIC X(06) VALUE SPACES.

           COPY "TRHELD.CPY".

       01 WS-BUSINESS-DATE       PIC X(08) VALUE SPACES.
       01 WS-REPORT-LINE         PIC X(80) VALUE SPACES.

       01 WS-CARRIED-IN-COUNT    PIC 9(05) VALUE 0.
       01 WS-TONIGHT-COUNT       PIC 9(05) VALUE 0.
       01 WS-RELEASED-COUNT      PIC 9(05) VALUE 0.
       01 WS-STILL-HELD-COUNT    PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM READ-BUSINESS-DATE-PARAGRAPH
           OPEN INPUT STUDENT-HOLD-FILE
           OPEN OUTPUT HELD-OUT-FILE
           OPEN OUTPUT RELEASED-TRANSCRIPT-FILE
           OPEN OUTPUT RELEASE-REPORT-FILE
           PERFORM PRINT-HEADING-PARAGRAPH
           PERFORM PROCESS-PRIOR-HELD-PARAGRAPH
           PERFORM PROCESS-TONIGHT-HELD-PARAGRAPH
           PERFORM PRINT-REPORT-TOTAL-PARAGRAPH
           CLOSE STUDENT-HOLD-FILE
           CLOSE HELD-OUT-FILE
           CLOSE RELEASED-TRANSCRIPT-FILE
           CLOSE RELEASE-REPORT-FILE
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

       PROCESS-PRIOR-HELD-PARAGRAPH.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT HELD-IN-FILE
           PERFORM READ-HELD-IN-PARAGRAPH
           PERFORM UNTIL END-OF-INPUT-FILE
               ADD 1 TO WS-CARRIED-IN-COUNT
               MOVE HELD-IN-REC TO HELD-TRANSCRIPT-REC
               PERFORM PROCESS-HELD-RECORD-PARAGRAPH
               PERFORM READ-HELD-IN-PARAGRAPH
           END-PERFORM
           CLOSE HELD-IN-FILE.

       READ-HELD-IN-PARAGRAPH.
           READ HELD-IN-FILE
               AT END
                   SET END-OF-INPUT-FILE TO TRUE
           END-READ.

       PROCESS-TONIGHT-HELD-PARAGRAPH.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT TONIGHT-HELD-FILE
           PERFORM READ-TONIGHT-HELD-PARAGRAPH
           PERFORM UNTIL END-OF-INPUT-FILE
               ADD 1 TO WS-TONIGHT-COUNT
               MOVE TONIGHT-HELD-REC TO HELD-TRANSCRIPT-REC
               PERFORM PROCESS-HELD-RECORD-PARAGRAPH
               PERFORM READ-TONIGHT-HELD-PARAGRAPH
           END-PERFORM
           CLOSE TONIGHT-HELD-FILE.

       READ-TONIGHT-HELD-PARAGRAPH.
           READ TONIGHT-HELD-FILE
               AT END
                   SET END-OF-INPUT-FILE TO TRUE
           END-READ.

       PROCESS-HELD-RECORD-PARAGRAPH.
           IF TH-STUDENT-ID NOT = WS-CHECKED-STUDENT-ID
               PERFORM CHECK-STUDENT-HOLD-PARAGRAPH
           END-IF
           IF STUDENT-ON-HOLD
               MOVE WS-ACTIVE-HOLD-TYPE TO TH-HOLD-TYPE
               WRITE HELD-OUT-REC FROM HELD-TRANSCRIPT-REC
               ADD 1 TO WS-STILL-HELD-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "STILL HELD  STUDENT " TH-STUDENT-ID
                   " COURSE " TH-COURSE-ID
                   " HOLD " TH-HOLD-TYPE
                   " HELD SINCE " TH-HELD-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               WRITE RELEASED-TRANSCRIPT-REC FROM TH-TRANSCRIPT-IMAGE
               ADD 1 TO WS-RELEASED-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "RELEASED    STUDENT " TH-STUDENT-ID
                   " COURSE " TH-COURSE-ID
                   " HELD SINCE " TH-HELD-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE RELEASE-REPORT-REC FROM WS-REPORT-LINE.

       CHECK-STUDENT-HOLD-PARAGRAPH.
           MOVE TH-STUDENT-ID TO WS-CHECKED-STUDENT-ID
           SET STUDENT-NOT-ON-HOLD TO TRUE
           MOVE SPACE TO WS-ACTIVE-HOLD-TYPE
           MOVE "N" TO WS-HOLD-EOF-SWITCH
           MOVE WS-CHECKED-STUDENT-ID TO SH-STUDENT-ID
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
                   AND SH-STUDENT-ID NOT = WS-CHECKED-STUDENT-ID
               SET END-OF-STUDENT-HOLDS TO TRUE
           END-IF.

       PRINT-HEADING-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "HELD TRANSCRIPT RELEASE - " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RELEASE-REPORT-REC FROM WS-REPORT-LINE.

       PRINT-REPORT-TOTAL-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTALS  CARRIED IN=" WS-CARRIED-IN-COUNT
               " HELD TONIGHT=" WS-TONIGHT-COUNT
               " RELEASED=" WS-RELEASED-COUNT
               " STILL HELD=" WS-STILL-HELD-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RELEASE-REPORT-REC FROM WS-REPORT-LINE.
