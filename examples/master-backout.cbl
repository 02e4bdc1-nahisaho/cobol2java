      *
      * Indexed-master backout utility
      *
      * The nightly runs REWRITE the employee, entity and
      * deduction election masters in place; the restart
      * logic protects against abends, not bad data.  This
      * utility reads the before/after journal a run
      * appended (EMPJRNL, ENTJRNL or DEDJRNL, supplied
      * through the MSTJRNL DD name) and
      * restores the requested master to its pre-run
      * position for the BKOCTL business date: the FIRST
      * before image per key is the pre-run record, and
      * later images for the same key are skipped.  The
      * register proves the backout with record counts and
      * the run ends non-zero if selected does not equal
      * restored plus missing.  An entity restore puts back
      * the journaled status part of the record only, so a
      * name or address change made since stands.  An
      * election is keyed by employee and deduction type,
      * which is wider than the journal's record key, so
      * its key is taken from the front of the before image.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ES-ENTITY-ID.
           SELECT OPTIONAL DEDUCTION-ELECTION-FILE
                   ASSIGN TO "DEDELECT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DL-ELECTION-KEY.
           SELECT BACKOUT-REGISTER-FILE ASSIGN TO "BKORPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           05 BK-MASTER-CODE       PIC X(01).
               88 BK-EMPLOYEE-MASTER    VALUE "E".
               88 BK-ENTITY-MASTER      VALUE "S".
               88 BK-ELECTION-MASTER    VALUE "D".
           05 BK-BUSINESS-DATE     PIC X(08).
           05 FILLER               PIC X(11).

       FD  ENTITY-MASTER-FILE.
           COPY "ENTMAST.CPY".

       FD  DEDUCTION-ELECTION-FILE.
           COPY "DEDELEC.CPY".

       FD  BACKOUT-REGISTER-FILE.
       01 BACKOUT-REGISTER-REC     PIC X(80).

       01 WS-DONE-KEY-TABLE-AREA.
           05 WS-DONE-KEY OCCURS 2000 TIMES
                   INDEXED BY DK-IDX
                   PIC X(07).
       01 WS-DONE-KEY-COUNT       PIC 9(04) COMP VALUE 0.
       01 WS-MAX-DONE-KEYS        PIC 9(04) COMP VALUE 2000.

           88 KEY-NOT-DONE             VALUE "N".

       01 WS-MASTER-CODE         PIC X(01) VALUE SPACE.
       01 WS-JOURNAL-KEY         PIC X(07) VALUE SPACES.
       01 WS-BACKOUT-DATE        PIC X(08) VALUE SPACES.

       01 WS-READ-COUNT          PIC 9(07) VALUE 0.
           PERFORM READ-BACKOUT-CONTROL-PARAGRAPH
           OPEN INPUT MASTER-JOURNAL-FILE
           OPEN OUTPUT BACKOUT-REGISTER-FILE
           EVALUATE TRUE
               WHEN BK-EMPLOYEE-MASTER
                   OPEN I-O EMPLOYEE-MASTER-FILE
               WHEN BK-ENTITY-MASTER
                   OPEN I-O ENTITY-MASTER-FILE
               WHEN OTHER
                   OPEN I-O DEDUCTION-ELECTION-FILE
           END-EVALUATE
           PERFORM PRINT-REGISTER-HEADING-PARAGRAPH
           PERFORM READ-JOURNAL-PARAGRAPH
           PERFORM UNTIL END-OF-JOURNAL-FILE
               PERFORM SELECT-JOURNAL-RECORD-PARAGRAPH
               PERFORM READ-JOURNAL-PARAGRAPH
           END-PERFORM
           EVALUATE TRUE
               WHEN BK-EMPLOYEE-MASTER
                   CLOSE EMPLOYEE-MASTER-FILE
               WHEN BK-ENTITY-MASTER
                   CLOSE ENTITY-MASTER-FILE
               WHEN OTHER
                   CLOSE DEDUCTION-ELECTION-FILE
           END-EVALUATE
           PERFORM PRINT-REGISTER-TOTAL-PARAGRAPH
           CLOSE MASTER-JOURNAL-FILE
           CLOSE BACKOUT-REGISTER-FILE
           END-READ
           CLOSE BACKOUT-CONTROL-FILE
           IF NOT BK-EMPLOYEE-MASTER AND NOT BK-ENTITY-MASTER
                   AND NOT BK-ELECTION-MASTER
               DISPLAY "MASTER-BACKOUT: BKOCTL MASTER CODE MUST"
                   " BE E, S OR D - ABENDING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           END-IF.

       CHECK-KEY-DONE-PARAGRAPH.
           IF BK-ELECTION-MASTER
               MOVE MJ-BEFORE-IMAGE (1:7) TO WS-JOURNAL-KEY
           ELSE
               MOVE MJ-RECORD-KEY TO WS-JOURNAL-KEY
           END-IF
           SET KEY-NOT-DONE TO TRUE
           SET DK-IDX TO 1
           SEARCH WS-DONE-KEY
                   CONTINUE
               WHEN DK-IDX > WS-DONE-KEY-COUNT
                   CONTINUE
               WHEN WS-DONE-KEY (DK-IDX) = WS-JOURNAL-KEY
                   SET KEY-ALREADY-DONE TO TRUE
           END-SEARCH
           IF KEY-NOT-DONE
               END-IF
               SET DK-IDX TO WS-DONE-KEY-COUNT
               SET DK-IDX UP BY 1
               MOVE WS-JOURNAL-KEY TO WS-DONE-KEY (DK-IDX)
               SET WS-DONE-KEY-COUNT TO DK-IDX
           END-IF.

       RESTORE-ONE-RECORD-PARAGRAPH.
           EVALUATE TRUE
               WHEN BK-EMPLOYEE-MASTER
                   PERFORM RESTORE-EMPLOYEE-PARAGRAPH
               WHEN BK-ENTITY-MASTER
                   PERFORM RESTORE-ENTITY-PARAGRAPH
               WHEN OTHER
                   PERFORM RESTORE-ELECTION-PARAGRAPH
           END-EVALUATE.

       RESTORE-EMPLOYEE-PARAGRAPH.
           MOVE MJ-RECORD-KEY TO EM-EMPLOYEE-ID
               INVALID KEY
                   PERFORM REPORT-MISSING-PARAGRAPH
               NOT INVALID KEY
                   MOVE MJ-BEFORE-IMAGE TO ES-STATUS-DATA
                   REWRITE ENTITY-MASTER-REC
                   ADD 1 TO WS-RESTORED-COUNT
                   PERFORM PRINT-RESTORED-LINE-PARAGRAPH
           END-READ.

       RESTORE-ELECTION-PARAGRAPH.
           MOVE WS-JOURNAL-KEY TO DL-ELECTION-KEY
           READ DEDUCTION-ELECTION-FILE
               INVALID KEY
                   PERFORM REPORT-MISSING-PARAGRAPH
               NOT INVALID KEY
                   MOVE MJ-BEFORE-IMAGE TO DEDUCTION-ELECTION-REC
                   REWRITE DEDUCTION-ELECTION-REC
                   ADD 1 TO WS-RESTORED-COUNT
                   PERFORM PRINT-RESTORED-LINE-PARAGRAPH
           END-READ.

       REPORT-MISSING-PARAGRAPH.
           ADD 1 TO WS-MISSING-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "KEY " WS-JOURNAL-KEY
               " JOURNALED BUT NOT ON MASTER - NOT RESTORED"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BACKOUT-REGISTER-REC FROM WS-REPORT-LINE.

       PRINT-RESTORED-LINE-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RESTORED KEY " WS-JOURNAL-KEY
               " TO PRE-RUN IMAGE OF " MJ-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BACKOUT-REGISTER-REC FROM WS-REPORT-LINE.
