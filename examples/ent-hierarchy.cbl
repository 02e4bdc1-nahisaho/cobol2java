       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENT-HIERARCHY.
       AUTHOR. COBOL2Java Team.
      *
      * Entity hierarchy conflict report
      *
      * STATUS-CHECKER cascades a parent's suspension or
      * closure to its children, but a child can still end
      * up out of line with its parent - a cascaded move
      * rejected or waiting for approval, a child reactivated
      * on its own, a parent assigned after the fact.  This
      * job loads the entity status master and checks every
      * child against its parent's status: a SUSPENDED
      * parent allows only inactive, suspended, closed, or
      * archived children, and a CLOSED or ARCHIVED parent
      * only closed or archived ones.  Each conflict, and
      * each child whose parent is no longer on the master,
      * is listed for operations.  Return code 4 when
      * anything is listed.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTITY-MASTER-FILE ASSIGN TO "ENTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ES-ENTITY-ID.
           SELECT HIERARCHY-REPORT-FILE ASSIGN TO "HIERRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTITY-MASTER-FILE.
           COPY "ENTMAST.CPY".

       FD  HIERARCHY-REPORT-FILE.
       01 HIERARCHY-REPORT-REC     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "STATCODE.CPY".

      * Child statuses each parent status allows, by position
      * 1-6 in the mask; a blank position is a conflict.
       01 HIERARCHY-RULE-INIT-AREA.
           05 FILLER PIC X(07) VALUE "1123456".
           05 FILLER PIC X(07) VALUE "2123456".
           05 FILLER PIC X(07) VALUE "3123456".
           05 FILLER PIC X(07) VALUE "4  3456".
           05 FILLER PIC X(07) VALUE "5    56".
           05 FILLER PIC X(07) VALUE "6    56".

       01 HIERARCHY-RULE-TABLE REDEFINES HIERARCHY-RULE-INIT-AREA.
           05 HC-RULE-ENTRY OCCURS 6 TIMES
                   INDEXED BY HC-IDX.
               10 HC-PARENT-STATUS  PIC 9(01).
               10 HC-ALLOWED-CHILD  PIC X(06).

       01 WS-ENTITY-TABLE-AREA.
           05 WS-ENTITY-ENTRY OCCURS 2000 TIMES
                   INDEXED BY EN-IDX PA-IDX.
               10 WS-EN-ENTITY-ID     PIC X(06).
               10 WS-EN-STATUS        PIC 9(01).
               10 WS-EN-PARENT-ID     PIC X(06).
       01 WS-ENTITY-COUNT         PIC 9(04) COMP VALUE 0.
       01 WS-MAX-ENTITY-ENTRIES   PIC 9(04) COMP VALUE 2000.

       01 WS-EOF-SWITCH   PIC X(01) VALUE "N".
           88 END-OF-MASTER-FILE        VALUE "Y".
       01 WS-PARENT-FOUND-SWITCH PIC X(01) VALUE "N".
           88 PARENT-FOUND              VALUE "Y".
           88 PARENT-NOT-FOUND          VALUE "N".

       01 WS-TODAY-DATE          PIC X(08) VALUE SPACES.
       01 WS-CHILD-STATUS        PIC 9(01) VALUE 0.
       01 WS-CHILD-TEXT          PIC X(09) VALUE SPACES.
       01 WS-PARENT-TEXT         PIC X(09) VALUE SPACES.
       01 WS-LOOKUP-STATUS       PIC 9(01) VALUE 0.
       01 WS-LOOKUP-TEXT         PIC X(09) VALUE SPACES.

       01 WS-CHILD-COUNT         PIC 9(07) VALUE 0.
       01 WS-CONFLICT-COUNT      PIC 9(07) VALUE 0.
       01 WS-NO-PARENT-COUNT     PIC 9(07) VALUE 0.
       01 WS-ENTITY-READ-COUNT   PIC 9(07) VALUE 0.

       01 WS-REPORT-LINE         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           OPEN INPUT ENTITY-MASTER-FILE
           OPEN OUTPUT HIERARCHY-REPORT-FILE
           PERFORM PRINT-REPORT-HEADING-PARAGRAPH
           PERFORM READ-MASTER-PARAGRAPH
           PERFORM UNTIL END-OF-MASTER-FILE
               PERFORM LOAD-ENTITY-PARAGRAPH
               PERFORM READ-MASTER-PARAGRAPH
           END-PERFORM
           CLOSE ENTITY-MASTER-FILE
           PERFORM CHECK-CHILD-PARAGRAPH
               VARYING EN-IDX FROM 1 BY 1
               UNTIL EN-IDX > WS-ENTITY-COUNT
           PERFORM PRINT-REPORT-TOTAL-PARAGRAPH
           CLOSE HIERARCHY-REPORT-FILE
           IF WS-CONFLICT-COUNT > 0
                   OR WS-NO-PARENT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-MASTER-PARAGRAPH.
           READ ENTITY-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-MASTER-FILE TO TRUE
           END-READ.

       LOAD-ENTITY-PARAGRAPH.
           ADD 1 TO WS-ENTITY-READ-COUNT
           IF WS-ENTITY-COUNT >= WS-MAX-ENTITY-ENTRIES
               DISPLAY "ENT-HIERARCHY: ENTITY TABLE FULL AT "
                   WS-MAX-ENTITY-ENTRIES " ENTRIES - ABENDING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET EN-IDX TO WS-ENTITY-COUNT
           SET EN-IDX UP BY 1
           SET WS-ENTITY-COUNT TO EN-IDX
           MOVE ES-ENTITY-ID TO WS-EN-ENTITY-ID (EN-IDX)
           MOVE ES-CURRENT-STATUS TO WS-EN-STATUS (EN-IDX)
           MOVE ES-PARENT-ENTITY-ID TO WS-EN-PARENT-ID (EN-IDX).

       CHECK-CHILD-PARAGRAPH.
           IF WS-EN-PARENT-ID (EN-IDX) NOT = SPACES
               ADD 1 TO WS-CHILD-COUNT
               PERFORM FIND-PARENT-PARAGRAPH
               IF PARENT-NOT-FOUND
                   PERFORM REPORT-NO-PARENT-PARAGRAPH
               ELSE
                   PERFORM COMPARE-WITH-PARENT-PARAGRAPH
               END-IF
           END-IF.

       FIND-PARENT-PARAGRAPH.
           SET PARENT-NOT-FOUND TO TRUE
           SET PA-IDX TO 1
           SEARCH WS-ENTITY-ENTRY VARYING PA-IDX
               AT END
                   CONTINUE
               WHEN PA-IDX > WS-ENTITY-COUNT
                   CONTINUE
               WHEN WS-EN-ENTITY-ID (PA-IDX) = WS-EN-PARENT-ID (EN-IDX)
                   SET PARENT-FOUND TO TRUE
           END-SEARCH.

      * A parent or child status outside the STATCODE table
      * is left to the status jobs' own UNKNOWN handling.
       COMPARE-WITH-PARENT-PARAGRAPH.
           MOVE WS-EN-STATUS (EN-IDX) TO WS-CHILD-STATUS
           IF WS-EN-STATUS (PA-IDX) >= 1
                   AND WS-EN-STATUS (PA-IDX) <= 6
                   AND WS-CHILD-STATUS >= 1
                   AND WS-CHILD-STATUS <= 6
               SET HC-IDX TO WS-EN-STATUS (PA-IDX)
               IF HC-ALLOWED-CHILD (HC-IDX) (WS-CHILD-STATUS:1)
                       = SPACE
                   PERFORM REPORT-CONFLICT-PARAGRAPH
               END-IF
           END-IF.

       REPORT-CONFLICT-PARAGRAPH.
           ADD 1 TO WS-CONFLICT-COUNT
           MOVE WS-EN-STATUS (EN-IDX) TO WS-LOOKUP-STATUS
           PERFORM FIND-STATUS-TEXT-PARAGRAPH
           MOVE WS-LOOKUP-TEXT TO WS-CHILD-TEXT
           MOVE WS-EN-STATUS (PA-IDX) TO WS-LOOKUP-STATUS
           PERFORM FIND-STATUS-TEXT-PARAGRAPH
           MOVE WS-LOOKUP-TEXT TO WS-PARENT-TEXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CONFLICT   CHILD " WS-EN-ENTITY-ID (EN-IDX)
               " " WS-CHILD-TEXT
               " UNDER PARENT " WS-EN-ENTITY-ID (PA-IDX)
               " " WS-PARENT-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE HIERARCHY-REPORT-REC FROM WS-REPORT-LINE.

       REPORT-NO-PARENT-PARAGRAPH.
           ADD 1 TO WS-NO-PARENT-COUNT
           MOVE WS-EN-STATUS (EN-IDX) TO WS-LOOKUP-STATUS
           PERFORM FIND-STATUS-TEXT-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "NO PARENT  CHILD " WS-EN-ENTITY-ID (EN-IDX)
               " " WS-LOOKUP-TEXT
               " PARENT " WS-EN-PARENT-ID (EN-IDX)
               " NOT ON STATUS MASTER"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE HIERARCHY-REPORT-REC FROM WS-REPORT-LINE.

       FIND-STATUS-TEXT-PARAGRAPH.
           MOVE "UNKNOWN  " TO WS-LOOKUP-TEXT
           SET SC-IDX TO 1
           SEARCH SC-CODE-ENTRY
               AT END
                   CONTINUE
               WHEN SC-CODE (SC-IDX) = WS-LOOKUP-STATUS
                   MOVE SC-TEXT (SC-IDX) TO WS-LOOKUP-TEXT
           END-SEARCH.

       PRINT-REPORT-HEADING-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ENTITY HIERARCHY CONFLICT REPORT - "
               WS-TODAY-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE HIERARCHY-REPORT-REC FROM WS-REPORT-LINE.

       PRINT-REPORT-TOTAL-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTALS  ENTITIES=" WS-ENTITY-READ-COUNT
               " CHILDREN=" WS-CHILD-COUNT
               " CONFLICT=" WS-CONFLICT-COUNT
               " NO PARENT=" WS-NO-PARENT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE HIERARCHY-REPORT-REC FROM WS-REPORT-LINE.
