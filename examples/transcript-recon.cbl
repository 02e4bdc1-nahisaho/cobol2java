      * report with their age, and are automatically
      * re-extracted in TRANSCF layout once they have been
      * outstanding for the ACKCTL day count.
      *
      * Transcripts held back for a student hold and let go
      * tonight by TRANSCRIPT-RELEASE arrive on TRRLSE and
      * are tracked from tonight exactly like a new send.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RE-EXTRACT-FILE ASSIGN TO "TREEXTR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RELEASED-TRANSCRIPT-FILE ASSIGN TO "TRRLSE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RE-EXTRACT-FILE.
       01 RE-EXTRACT-REC           PIC X(22).

       FD  RELEASED-TRANSCRIPT-FILE.
       01 RELEASED-TRANSCRIPT-REC.
           05 RL-STUDENT-ID        PIC X(06).
           05 RL-COURSE-ID         PIC X(06).
           05 RL-LETTER-GRADE      PIC X(02).
           05 RL-GPA-POINTS        PIC 9V99.
           05 FILLER               PIC X(05).

       WORKING-STORAGE SECTION.
       01 WS-PENDING-TABLE-AREA.
           05 WS-PENDING-ENTRY OCCURS 2000 TIMES
       01 WS-UNMATCHED-COUNT     PIC 9(05) VALUE 0.
       01 WS-REEXTRACT-COUNT     PIC 9(05) VALUE 0.
       01 WS-ORPHAN-ACK-COUNT    PIC 9(05) VALUE 0.
       01 WS-RELEASED-COUNT      PIC 9(05) VALUE 0.

       01 WS-REPORT-LINE         PIC X(80) VALUE SPACES.

           PERFORM PRINT-REPORT-HEADING-PARAGRAPH
           PERFORM LOAD-PRIOR-PENDING-PARAGRAPH
           PERFORM LOAD-TONIGHT-SENDS-PARAGRAPH
           PERFORM LOAD-RELEASED-SENDS-PARAGRAPH
           PERFORM MATCH-ACKNOWLEDGMENTS-PARAGRAPH
           PERFORM CARRY-FORWARD-PARAGRAPH
               VARYING PD-IDX FROM 1 BY 1
                   SET END-OF-INPUT-FILE TO TRUE
           END-READ.

       LOAD-RELEASED-SENDS-PARAGRAPH.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RELEASED-TRANSCRIPT-FILE
           PERFORM READ-RELEASED-PARAGRAPH
           PERFORM UNTIL END-OF-INPUT-FILE
               ADD 1 TO WS-RELEASED-COUNT
               PERFORM ADD-PENDING-ENTRY-PARAGRAPH
               MOVE RL-STUDENT-ID TO WS-PD-STUDENT-ID (PD-IDX)
               MOVE RL-COURSE-ID TO WS-PD-COURSE-ID (PD-IDX)
               MOVE RL-LETTER-GRADE TO WS-PD-LETTER-GRADE (PD-IDX)
               MOVE RL-GPA-POINTS TO WS-PD-GPA-POINTS (PD-IDX)
               MOVE WS-TODAY-DATE TO WS-PD-SENT-DATE (PD-IDX)
               MOVE "N" TO WS-PD-ACK-SWITCH (PD-IDX)
               PERFORM READ-RELEASED-PARAGRAPH
           END-PERFORM
           CLOSE RELEASED-TRANSCRIPT-FILE.

       READ-RELEASED-PARAGRAPH.
           READ RELEASED-TRANSCRIPT-FILE
               AT END
                   SET END-OF-INPUT-FILE TO TRUE
           END-READ.

       MATCH-ACKNOWLEDGMENTS-PARAGRAPH.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT REGISTRAR-ACK-FILE
               " RE-EXTRACTED=" WS-REEXTRACT-COUNT
               " ORPHAN ACKS=" WS-ORPHAN-ACK-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ACK-REPORT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "        RELEASED FROM HOLD=" WS-RELEASED-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ACK-REPORT-REC FROM WS-REPORT-LINE.
