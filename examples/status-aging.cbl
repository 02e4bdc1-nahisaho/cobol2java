      * the per-status AGECTL threshold report in aging
      * buckets with the STATCODE descriptions, turning the
      * audit trail into an early-warning tool instead of a
      * forensic file.  Each entity line shows the reason
      * code of the transition that put it there, and the
      * totals break the entities over threshold down by
      * STATRSN reason; audit records from before reasons
      * were captured count as not recorded.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.
       COPY "STATCODE.CPY".
       COPY "STATRSN.CPY".

       01 WS-ENTITY-TABLE-AREA.
           05 WS-ENTITY-ENTRY OCCURS 2000 TIMES
               10 WS-EN-ENTITY-ID     PIC X(06).
               10 WS-EN-STATUS        PIC 9(01).
               10 WS-EN-SINCE-DATE    PIC X(08).
               10 WS-EN-REASON-CODE   PIC X(03).
       01 WS-ENTITY-COUNT         PIC 9(04) COMP VALUE 0.
       01 WS-MAX-ENTITY-ENTRIES   PIC 9(04) COMP VALUE 2000.

       01 WS-BUCKET-OVER-90-COUNT PIC 9(05) VALUE 0.
       01 WS-BUCKET-UNDER-31-COUNT PIC 9(05) VALUE 0.

       01 WS-REASON-AGED-TABLE.
           05 WS-REASON-AGED-COUNT
                   PIC 9(05) VALUE 0
                   OCCURS 10 TIMES INDEXED BY RA-IDX.
       01 WS-NO-REASON-COUNT     PIC 9(05) VALUE 0.

       01 WS-REPORT-LINE         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
                   CONTINUE
           END-SEARCH
           MOVE AU-NEW-STATUS TO WS-EN-STATUS (EN-IDX)
           MOVE AU-TIMESTAMP (1:8) TO WS-EN-SINCE-DATE (EN-IDX)
           MOVE AU-REASON-CODE TO WS-EN-REASON-CODE (EN-IDX).

       ADD-ENTITY-ENTRY-PARAGRAPH.
           IF WS-ENTITY-COUNT >= WS-MAX-ENTITY-ENTRIES
           ADD 1 TO WS-REPORTED-COUNT
           PERFORM SET-AGING-BUCKET-PARAGRAPH
           PERFORM FIND-STATUS-TEXT-PARAGRAPH
           PERFORM TALLY-REASON-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ENTITY " WS-EN-ENTITY-ID (EN-IDX)
               " IN " WS-STATUS-TEXT
               " SINCE " WS-EN-SINCE-DATE (EN-IDX)
               " DAYS=" WS-DWELL-DAYS
               " BUCKET=" WS-BUCKET-TEXT
               " RSN=" WS-EN-REASON-CODE (EN-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE AGING-REPORT-REC FROM WS-REPORT-LINE.

                   MOVE SC-TEXT (SC-IDX) TO WS-STATUS-TEXT
           END-SEARCH.

       TALLY-REASON-PARAGRAPH.
           SET XN-IDX TO 1
           SEARCH XN-REASON-ENTRY
               AT END
                   ADD 1 TO WS-NO-REASON-COUNT
               WHEN XN-REASON-CODE (XN-IDX)
                       = WS-EN-REASON-CODE (EN-IDX)
                   SET RA-IDX TO XN-IDX
                   ADD 1 TO WS-REASON-AGED-COUNT (RA-IDX)
           END-SEARCH.

       PRINT-REPORT-HEADING-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "STATUS DWELL-TIME AGING REPORT - "
               " 61-90=" WS-BUCKET-61-90-COUNT
               " 91+=" WS-BUCKET-OVER-90-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE AGING-REPORT-REC FROM WS-REPORT-LINE
           PERFORM PRINT-REASON-TOTAL-PARAGRAPH
               VARYING XN-IDX FROM 1 BY 1
               UNTIL XN-IDX > 10
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  REASON --- NOT RECORDED    OVER THRESHOLD="
               WS-NO-REASON-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE AGING-REPORT-REC FROM WS-REPORT-LINE.

       PRINT-REASON-TOTAL-PARAGRAPH.
           SET RA-IDX TO XN-IDX
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  REASON " XN-REASON-CODE (XN-IDX)
               " " XN-REASON-TEXT (XN-IDX)
               " OVER THRESHOLD=" WS-REASON-AGED-COUNT (RA-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE AGING-REPORT-REC FROM WS-REPORT-LINE.
