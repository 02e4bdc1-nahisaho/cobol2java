      * mismatch, 4 when only record-level errors were
      * found, so NIGHTLY's COND= chain can stop the suite
      * before half-processing a bad feed.
      *
      * Retro pay lines from RETRO-PAY arrive on RETROEMP
      * and copy in with the recycled corrections, counted
      * on their own report line.  Retro (type T) lines are
      * one per prior period, so several per employee are
      * expected and are not collapsed as duplicates; a type
      * T line on the raw feed is an error, since retro pay
      * is only ever computed by RETRO-PAY.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RECYCLED-INCOME-FILE ASSIGN TO "RCYEMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RETRO-INCOME-FILE ASSIGN TO "RETROEMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RECYCLED-SCORE-FILE ASSIGN TO "RCYSCO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RECYCLED-STATUS-FILE ASSIGN TO "RCYSTA"
       FD  RECYCLED-INCOME-FILE.
       01 RECYCLED-INCOME-REC      PIC X(40).

       FD  RETRO-INCOME-FILE.
       01 RETRO-INCOME-REC         PIC X(40).

       FD  RECYCLED-SCORE-FILE.
       01 RECYCLED-SCORE-REC       PIC X(42).

       01 WS-STATTXN-ERROR-COUNT PIC 9(07) VALUE 0.

       01 WS-EMPINC-RECYCLE-COUNT  PIC 9(07) VALUE 0.
       01 WS-EMPINC-RETRO-COUNT    PIC 9(07) VALUE 0.
       01 WS-STUSCO-RECYCLE-COUNT  PIC 9(07) VALUE 0.
       01 WS-STATTXN-RECYCLE-COUNT PIC 9(07) VALUE 0.
       01 WS-STATTXN-RELEASE-COUNT PIC 9(07) VALUE 0.
           END-PERFORM
           CLOSE RECYCLED-INCOME-FILE
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RETRO-INCOME-FILE
           PERFORM READ-RETRO-INCOME-PARAGRAPH
           PERFORM UNTIL END-OF-FEED-FILE
               ADD 1 TO WS-EMPINC-RETRO-COUNT
               MOVE RETRO-INCOME-REC TO SI-RECORD-IMAGE
               MOVE "1" TO SI-ORIGIN-CODE
               RELEASE SORT-INCOME-REC
               PERFORM READ-RETRO-INCOME-PARAGRAPH
           END-PERFORM
           CLOSE RETRO-INCOME-FILE
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT EMPLOYEE-INCOME-FILE
           PERFORM READ-INCOME-PARAGRAPH
           PERFORM UNTIL END-OF-FEED-FILE
               ADD 1 TO WS-EMPINC-READ-COUNT
               IF EI-INCOME NOT NUMERIC OR EI-RETRO-EARNINGS
                   ADD 1 TO WS-EMPINC-ERROR-COUNT
                   MOVE EMPLOYEE-INCOME-REC TO XI-RECORD-IMAGE
                   IF EI-RETRO-EARNINGS
                       MOVE "RETRO PAY NOT ALLOWED ON FEED"
                           TO XI-ERROR-TEXT
                   ELSE
                       MOVE "NON-NUMERIC INCOME AMOUNT"
                           TO XI-ERROR-TEXT
                   END-IF
                   WRITE ERROR-INCOME-REC
               ELSE
                   MOVE EMPLOYEE-INCOME-REC TO SI-RECORD-IMAGE

      * First record per employee/earnings key wins; every
      * later record for the same key is a duplicate and
      * goes to the error file.  Retro lines repeat the key
      * once per period they correct and all pass through.
       COLLAPSE-INCOME-PARAGRAPH.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO WS-PREV-INCOME-KEY
               MOVE SI-EMPLOYEE-ID TO WS-CK-EMPLOYEE-ID
               MOVE SI-EARNINGS-TYPE TO WS-CK-EARNINGS-TYPE
               IF WS-CURR-INCOME-KEY = WS-PREV-INCOME-KEY
                       AND SI-EARNINGS-TYPE NOT = "T"
                   ADD 1 TO WS-EMPINC-ERROR-COUNT
                   MOVE SI-RECORD-IMAGE TO XI-RECORD-IMAGE
                   MOVE "DUPLICATE EMPLOYEE/EARN KEY"
                   SET END-OF-FEED-FILE TO TRUE
           END-READ.

       READ-RETRO-INCOME-PARAGRAPH.
           READ RETRO-INCOME-FILE
               AT END
                   SET END-OF-FEED-FILE TO TRUE
           END-READ.

      * A repeated student/course pair is NOT an edit error:
      * retakes are legitimate and GRADE-CHECKER resolves
      * them under the GRDPOL retake policy, so the score
               " STATTXN=" WS-STATTXN-RECYCLE-COUNT
               " RELEASED=" WS-STATTXN-RELEASE-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE EDIT-REPORT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RETRO PAY EMPINC=" WS-EMPINC-RETRO-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE EDIT-REPORT-REC FROM WS-REPORT-LINE.
