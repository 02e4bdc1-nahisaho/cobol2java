       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENT-NOTICE.
       AUTHOR. COBOL2Java Team.
      *
      * Entity status notice generation program
      *
      * STATUS-CHECKER moves entities to SUSPENDED or CLOSED,
      * and back to ACTIVE, without the entity ever being
      * told.  This job reads the STATAUD transitions written
      * since the last notice run - everything stamped after
      * the NOTHWMI high-water mark, or on or after the
      * business date when there is none - and nets them to
      * one change per entity: the status before its first
      * transition to the status after its last, so an
      * entity suspended and reinstated the same night gets
      * no letter and one moved twice gets one.  The net
      * old-to-new pair picks the letter from the NOTTMPL
      * template cards (old status 0 matches any); without
      * cards the standard suspension, closure and
      * reinstatement letters apply.
      *
      * Each notice goes to the NOTEXTR print/mail extract
      * with the name and address from the entity master,
      * and to the mailroom register with counts by letter.
      * An entity not on the master, with an incomplete
      * address, or whose address is marked undeliverable
      * is listed on NOTUNDL for follow-up instead of being
      * mailed.  NOTHWMO carries the newest transition taken
      * forward as the next run's high-water mark.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATUS-AUDIT-FILE ASSIGN TO "STATAUD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HIGH-WATER-IN-FILE ASSIGN TO "NOTHWMI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HIGH-WATER-OUT-FILE ASSIGN TO "NOTHWMO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NOTICE-TEMPLATE-FILE ASSIGN TO "NOTTMPL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ENTITY-MASTER-FILE ASSIGN TO "ENTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ES-ENTITY-ID.
           SELECT NOTICE-EXTRACT-FILE ASSIGN TO "NOTEXTR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTICE-REGISTER-FILE ASSIGN TO "NOTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT UNDELIVERABLE-FILE ASSIGN TO "NOTUNDL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BSNSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STATUS-AUDIT-FILE.
           COPY "STATAUD.CPY".

       FD  HIGH-WATER-IN-FILE.
       01 HIGH-WATER-IN-REC.
           05 HI-LAST-TIMESTAMP      PIC X(14).
           05 FILLER                 PIC X(06).

       FD  HIGH-WATER-OUT-FILE.
       01 HIGH-WATER-OUT-REC.
           05 HO-LAST-TIMESTAMP      PIC X(14).
           05 FILLER                 PIC X(06).

       FD  NOTICE-TEMPLATE-FILE.
       01 NOTICE-TEMPLATE-REC.
           05 NC-OLD-STATUS          PIC 9(01).
           05 NC-NEW-STATUS          PIC 9(01).
           05 NC-LETTER-CODE         PIC X(04).
           05 NC-LETTER-TEXT         PIC X(20).
           05 FILLER                 PIC X(04).

       FD  ENTITY-MASTER-FILE.
           COPY "ENTMAST.CPY".

       FD  NOTICE-EXTRACT-FILE.
           COPY "NOTEXTR.CPY".

       FD  NOTICE-REGISTER-FILE.
       01 NOTICE-REGISTER-REC        PIC X(80).

       FD  UNDELIVERABLE-FILE.
       01 UNDELIVERABLE-REC          PIC X(80).

       FD  BUSINESS-DATE-FILE.
           COPY "BSNDATE.CPY".

       WORKING-STORAGE SECTION.
       COPY "STATCODE.CPY".

      * Standard letters used when no NOTTMPL cards are
      * supplied: old status, new status, letter code, text.
       01 DEFAULT-TEMPLATE-INIT-AREA.
           05 FILLER PIC X(26) VALUE "04SUSPSUSPENSION NOTICE   ".
           05 FILLER PIC X(26) VALUE "05CLOSCLOSURE NOTICE      ".
           05 FILLER PIC X(26) VALUE "41RINSREINSTATEMENT NOTICE".

       01 DEFAULT-TEMPLATE-TABLE
               REDEFINES DEFAULT-TEMPLATE-INIT-AREA.
           05 DT-TEMPLATE-ENTRY OCCURS 3 TIMES
                   INDEXED BY DT-IDX.
               10 DT-OLD-STATUS      PIC 9(01).
               10 DT-NEW-STATUS      PIC 9(01).
               10 DT-LETTER-CODE     PIC X(04).
               10 DT-LETTER-TEXT     PIC X(20).

       01 WS-TEMPLATE-TABLE-AREA.
           05 WS-TEMPLATE-ENTRY OCCURS 50 TIMES
                   INDEXED BY TP-IDX.
               10 WS-TP-OLD-STATUS       PIC 9(01).
               10 WS-TP-NEW-STATUS       PIC 9(01).
               10 WS-TP-LETTER-CODE      PIC X(04).
               10 WS-TP-LETTER-TEXT      PIC X(20).
               10 WS-TP-MAILED-COUNT     PIC 9(05).
               10 WS-TP-UNDELIV-COUNT    PIC 9(05).
       01 WS-TEMPLATE-COUNT       PIC 9(04) COMP VALUE 0.
       01 WS-MAX-TEMPLATE-ENTRIES PIC 9(04) COMP VALUE 50.

      * One entry per entity transitioned since the last run:
      * the status before its first transition and the
      * status, reason and timestamp of its last.
       01 WS-CHANGE-TABLE-AREA.
           05 WS-CHANGE-ENTRY OCCURS 2000 TIMES
                   INDEXED BY CH-IDX.
               10 WS-CH-ENTITY-ID        PIC X(06).
               10 WS-CH-FIRST-OLD-STATUS PIC 9(01).
               10 WS-CH-LAST-NEW-STATUS  PIC 9(01).
               10 WS-CH-REASON-CODE      PIC X(03).
               10 WS-CH-LAST-TIMESTAMP   PIC X(14).
       01 WS-CHANGE-COUNT         PIC 9(04) COMP VALUE 0.
       01 WS-MAX-CHANGE-ENTRIES   PIC 9(04) COMP VALUE 2000.

       01 WS-EOF-SWITCH          PIC X(01) VALUE "N".
           88 END-OF-INPUT-FILE         VALUE "Y".
       01 WS-CHANGE-FOUND-SWITCH PIC X(01) VALUE "N".
           88 CHANGE-FOUND              VALUE "Y".
           88 CHANGE-NOT-FOUND          VALUE "N".
       01 WS-TEMPLATE-FOUND-SWITCH PIC X(01) VALUE "N".
           88 TEMPLATE-FOUND            VALUE "Y".
           88 TEMPLATE-NOT-FOUND        VALUE "N".
       01 WS-MASTER-FOUND-SWITCH PIC X(01) VALUE "N".
           88 MASTER-FOUND              VALUE "Y".
           88 MASTER-NOT-FOUND          VALUE "N".

       01 WS-BUSINESS-DATE       PIC X(08) VALUE SPACES.
       01 WS-HIGH-WATER-MARK     PIC X(14) VALUE SPACES.
       01 WS-NEW-HIGH-WATER-MARK PIC X(14) VALUE SPACES.
       01 WS-UNDELIVERABLE-TEXT  PIC X(18) VALUE SPACES.
       01 WS-LOOKUP-STATUS       PIC 9(01) VALUE 0.
       01 WS-LOOKUP-TEXT         PIC X(09) VALUE SPACES.
       01 WS-OLD-STATUS-TEXT     PIC X(09) VALUE SPACES.
       01 WS-NEW-STATUS-TEXT     PIC X(09) VALUE SPACES.
       01 WS-REPORT-LINE         PIC X(80) VALUE SPACES.

       01 WS-AUDIT-READ-COUNT    PIC 9(07) VALUE 0.
       01 WS-AUDIT-TAKEN-COUNT   PIC 9(07) VALUE 0.
       01 WS-MAILED-COUNT        PIC 9(05) VALUE 0.
       01 WS-UNDELIVERABLE-COUNT PIC 9(05) VALUE 0.
       01 WS-NO-CHANGE-COUNT     PIC 9(05) VALUE 0.
       01 WS-NO-LETTER-COUNT     PIC 9(05) VALUE 0.
       01 WS-ENTITY-COUNT-OUT    PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM READ-BUSINESS-DATE-PARAGRAPH
           PERFORM READ-HIGH-WATER-PARAGRAPH
           PERFORM LOAD-TEMPLATES-PARAGRAPH
           PERFORM LOAD-CHANGES-PARAGRAPH
           OPEN INPUT ENTITY-MASTER-FILE
           OPEN OUTPUT NOTICE-EXTRACT-FILE
           OPEN OUTPUT NOTICE-REGISTER-FILE
           OPEN OUTPUT UNDELIVERABLE-FILE
           PERFORM PRINT-HEADING-PARAGRAPH
           PERFORM PROCESS-CHANGE-PARAGRAPH
               VARYING CH-IDX FROM 1 BY 1
               UNTIL CH-IDX > WS-CHANGE-COUNT
           PERFORM PRINT-LETTER-TOTAL-PARAGRAPH
               VARYING TP-IDX FROM 1 BY 1
               UNTIL TP-IDX > WS-TEMPLATE-COUNT
           PERFORM PRINT-REPORT-TOTAL-PARAGRAPH
           CLOSE ENTITY-MASTER-FILE
           CLOSE NOTICE-EXTRACT-FILE
           CLOSE NOTICE-REGISTER-FILE
           CLOSE UNDELIVERABLE-FILE
           PERFORM WRITE-HIGH-WATER-PARAGRAPH
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

      * With no high-water mark yet, start at the business
      * date so the first run does not letter the whole of
      * STATAUD's history.
       READ-HIGH-WATER-PARAGRAPH.
           MOVE SPACES TO WS-HIGH-WATER-MARK
           STRING WS-BUSINESS-DATE "000000"
               DELIMITED BY SIZE INTO WS-HIGH-WATER-MARK
           OPEN INPUT HIGH-WATER-IN-FILE
           READ HIGH-WATER-IN-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF HI-LAST-TIMESTAMP NUMERIC
                       MOVE HI-LAST-TIMESTAMP TO WS-HIGH-WATER-MARK
                   END-IF
           END-READ
           CLOSE HIGH-WATER-IN-FILE
           MOVE WS-HIGH-WATER-MARK TO WS-NEW-HIGH-WATER-MARK.

       LOAD-TEMPLATES-PARAGRAPH.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT NOTICE-TEMPLATE-FILE
           PERFORM READ-TEMPLATE-PARAGRAPH
           PERFORM UNTIL END-OF-INPUT-FILE
               IF NC-OLD-STATUS NUMERIC
                       AND NC-NEW-STATUS NUMERIC
                       AND NC-LETTER-CODE NOT = SPACES
                   PERFORM ADD-TEMPLATE-CARD-PARAGRAPH
               ELSE
                   DISPLAY "ENT-NOTICE: TEMPLATE CARD IGNORED - "
                       NOTICE-TEMPLATE-REC
               END-IF
               PERFORM READ-TEMPLATE-PARAGRAPH
           END-PERFORM
           CLOSE NOTICE-TEMPLATE-FILE
           IF WS-TEMPLATE-COUNT = 0
               PERFORM ADD-DEFAULT-TEMPLATE-PARAGRAPH
                   VARYING DT-IDX FROM 1 BY 1
                   UNTIL DT-IDX > 3
           END-IF.

       READ-TEMPLATE-PARAGRAPH.
           READ NOTICE-TEMPLATE-FILE
               AT END
                   SET END-OF-INPUT-FILE TO TRUE
           END-READ.

       ADD-TEMPLATE-CARD-PARAGRAPH.
           IF WS-TEMPLATE-COUNT >= WS-MAX-TEMPLATE-ENTRIES
               DISPLAY "ENT-NOTICE: TEMPLATE TABLE FULL AT "
                   WS-MAX-TEMPLATE-ENTRIES " ENTRIES - ABENDING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET TP-IDX TO WS-TEMPLATE-COUNT
           SET TP-IDX UP BY 1
           SET WS-TEMPLATE-COUNT TO TP-IDX
           MOVE NC-OLD-STATUS TO WS-TP-OLD-STATUS (TP-IDX)
           MOVE NC-NEW-STATUS TO WS-TP-NEW-STATUS (TP-IDX)
           MOVE NC-LETTER-CODE TO WS-TP-LETTER-CODE (TP-IDX)
           MOVE NC-LETTER-TEXT TO WS-TP-LETTER-TEXT (TP-IDX)
           MOVE 0 TO WS-TP-MAILED-COUNT (TP-IDX)
           MOVE 0 TO WS-TP-UNDELIV-COUNT (TP-IDX).

       ADD-DEFAULT-TEMPLATE-PARAGRAPH.
           SET TP-IDX TO DT-IDX
           SET WS-TEMPLATE-COUNT TO TP-IDX
           MOVE DT-OLD-STATUS (DT-IDX) TO WS-TP-OLD-STATUS (TP-IDX)
           MOVE DT-NEW-STATUS (DT-IDX) TO WS-TP-NEW-STATUS (TP-IDX)
           MOVE DT-LETTER-CODE (DT-IDX)
               TO WS-TP-LETTER-CODE (TP-IDX)
           MOVE DT-LETTER-TEXT (DT-IDX)
               TO WS-TP-LETTER-TEXT (TP-IDX)
           MOVE 0 TO WS-TP-MAILED-COUNT (TP-IDX)
           MOVE 0 TO WS-TP-UNDELIV-COUNT (TP-IDX).

      * STATAUD is in the order STATUS-CHECKER applied the
      * transitions, so an entity's first record taken holds
      * its starting status and its last the ending one.
       LOAD-CHANGES-PARAGRAPH.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT STATUS-AUDIT-FILE
           PERFORM READ-AUDIT-PARAGRAPH
           PERFORM UNTIL END-OF-INPUT-FILE
               ADD 1 TO WS-AUDIT-READ-COUNT
               IF AU-TIMESTAMP > WS-HIGH-WATER-MARK
                   ADD 1 TO WS-AUDIT-TAKEN-COUNT
                   PERFORM TALLY-CHANGE-PARAGRAPH
               END-IF
               PERFORM READ-AUDIT-PARAGRAPH
           END-PERFORM
           CLOSE STATUS-AUDIT-FILE.

       READ-AUDIT-PARAGRAPH.
           READ STATUS-AUDIT-FILE
               AT END
                   SET END-OF-INPUT-FILE TO TRUE
           END-READ.

       TALLY-CHANGE-PARAGRAPH.
           IF AU-TIMESTAMP > WS-NEW-HIGH-WATER-MARK
               MOVE AU-TIMESTAMP TO WS-NEW-HIGH-WATER-MARK
           END-IF
           SET CHANGE-NOT-FOUND TO TRUE
           SET CH-IDX TO 1
           SEARCH WS-CHANGE-ENTRY
               AT END
                   CONTINUE
               WHEN CH-IDX > WS-CHANGE-COUNT
                   CONTINUE
               WHEN WS-CH-ENTITY-ID (CH-IDX) = AU-ENTITY-ID
                   SET CHANGE-FOUND TO TRUE
           END-SEARCH
           IF CHANGE-NOT-FOUND
               IF WS-CHANGE-COUNT >= WS-MAX-CHANGE-ENTRIES
                   DISPLAY "ENT-NOTICE: CHANGE TABLE FULL AT "
                       WS-MAX-CHANGE-ENTRIES
                       " ENTRIES - ABENDING RUN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET CH-IDX TO WS-CHANGE-COUNT
               SET CH-IDX UP BY 1
               SET WS-CHANGE-COUNT TO CH-IDX
               MOVE AU-ENTITY-ID TO WS-CH-ENTITY-ID (CH-IDX)
               MOVE AU-OLD-STATUS TO WS-CH-FIRST-OLD-STATUS (CH-IDX)
           END-IF
           MOVE AU-NEW-STATUS TO WS-CH-LAST-NEW-STATUS (CH-IDX)
           MOVE AU-REASON-CODE TO WS-CH-REASON-CODE (CH-IDX)
           MOVE AU-TIMESTAMP TO WS-CH-LAST-TIMESTAMP (CH-IDX).

       PROCESS-CHANGE-PARAGRAPH.
           ADD 1 TO WS-ENTITY-COUNT-OUT
           IF WS-CH-FIRST-OLD-STATUS (CH-IDX)
                   = WS-CH-LAST-NEW-STATUS (CH-IDX)
               ADD 1 TO WS-NO-CHANGE-COUNT
           ELSE
               PERFORM FIND-TEMPLATE-PARAGRAPH
               IF TEMPLATE-NOT-FOUND
                   ADD 1 TO WS-NO-LETTER-COUNT
               ELSE
                   PERFORM ISSUE-NOTICE-PARAGRAPH
               END-IF
           END-IF.

      * The first card matching the pair wins, so a specific
      * old status ahead of an old status 0 card overrides it.
       FIND-TEMPLATE-PARAGRAPH.
           SET TEMPLATE-NOT-FOUND TO TRUE
           SET TP-IDX TO 1
           SEARCH WS-TEMPLATE-ENTRY
               AT END
                   CONTINUE
               WHEN TP-IDX > WS-TEMPLATE-COUNT
                   CONTINUE
               WHEN WS-TP-NEW-STATUS (TP-IDX)
                       = WS-CH-LAST-NEW-STATUS (CH-IDX)
                   AND (WS-TP-OLD-STATUS (TP-IDX) = 0
                   OR WS-TP-OLD-STATUS (TP-IDX)
                       = WS-CH-FIRST-OLD-STATUS (CH-IDX))
                   SET TEMPLATE-FOUND TO TRUE
           END-SEARCH.

       ISSUE-NOTICE-PARAGRAPH.
           SET MASTER-NOT-FOUND TO TRUE
           MOVE WS-CH-ENTITY-ID (CH-IDX) TO ES-ENTITY-ID
           READ ENTITY-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MASTER-FOUND TO TRUE
           END-READ
           MOVE SPACES TO WS-UNDELIVERABLE-TEXT
           EVALUATE TRUE
               WHEN MASTER-NOT-FOUND
                   MOVE SPACES TO ES-MAILING-DATA
                   MOVE "NOT ON MASTER" TO WS-UNDELIVERABLE-TEXT
               WHEN ES-ADDRESS-UNDELIVERABLE
                   MOVE "RETURNED MAIL" TO WS-UNDELIVERABLE-TEXT
               WHEN ES-ENTITY-NAME = SPACES
                       OR ES-ADDRESS-LINE-1 = SPACES
                       OR ES-CITY = SPACES
                       OR ES-POSTAL-CODE = SPACES
                   MOVE "INCOMPLETE ADDRESS" TO WS-UNDELIVERABLE-TEXT
           END-EVALUATE
           MOVE WS-CH-FIRST-OLD-STATUS (CH-IDX) TO WS-LOOKUP-STATUS
           PERFORM FIND-STATUS-TEXT-PARAGRAPH
           MOVE WS-LOOKUP-TEXT TO WS-OLD-STATUS-TEXT
           MOVE WS-CH-LAST-NEW-STATUS (CH-IDX) TO WS-LOOKUP-STATUS
           PERFORM FIND-STATUS-TEXT-PARAGRAPH
           MOVE WS-LOOKUP-TEXT TO WS-NEW-STATUS-TEXT
           IF WS-UNDELIVERABLE-TEXT = SPACES
               PERFORM WRITE-NOTICE-PARAGRAPH
           ELSE
               PERFORM WRITE-UNDELIVERABLE-PARAGRAPH
           END-IF.

       WRITE-NOTICE-PARAGRAPH.
           MOVE SPACES TO NOTICE-EXTRACT-REC
           MOVE WS-CH-ENTITY-ID (CH-IDX) TO NX-ENTITY-ID
           MOVE WS-TP-LETTER-CODE (TP-IDX) TO NX-LETTER-CODE
           MOVE WS-BUSINESS-DATE TO NX-NOTICE-DATE
           MOVE WS-CH-FIRST-OLD-STATUS (CH-IDX) TO NX-OLD-STATUS
           MOVE WS-CH-LAST-NEW-STATUS (CH-IDX) TO NX-NEW-STATUS
           MOVE WS-CH-REASON-CODE (CH-IDX) TO NX-REASON-CODE
           MOVE WS-CH-LAST-TIMESTAMP (CH-IDX)
               TO NX-LAST-TRANS-TIMESTAMP
           MOVE ES-ENTITY-NAME TO NX-ENTITY-NAME
           MOVE ES-ADDRESS-LINE-1 TO NX-ADDRESS-LINE-1
           MOVE ES-ADDRESS-LINE-2 TO NX-ADDRESS-LINE-2
           MOVE ES-CITY TO NX-CITY
           MOVE ES-STATE-CODE TO NX-STATE-CODE
           MOVE ES-POSTAL-CODE TO NX-POSTAL-CODE
           WRITE NOTICE-EXTRACT-REC
           ADD 1 TO WS-MAILED-COUNT
           ADD 1 TO WS-TP-MAILED-COUNT (TP-IDX)
           MOVE SPACES TO WS-REPORT-LINE
           STRING "NOTICE  " WS-TP-LETTER-CODE (TP-IDX)
               " " WS-CH-ENTITY-ID (CH-IDX)
               " " WS-OLD-STATUS-TEXT
               " TO " WS-NEW-STATUS-TEXT
               " " ES-ENTITY-NAME
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE NOTICE-REGISTER-REC FROM WS-REPORT-LINE.

       WRITE-UNDELIVERABLE-PARAGRAPH.
           ADD 1 TO WS-UNDELIVERABLE-COUNT
           ADD 1 TO WS-TP-UNDELIV-COUNT (TP-IDX)
           MOVE SPACES TO WS-REPORT-LINE
           STRING "UNDELIVERABLE " WS-TP-LETTER-CODE (TP-IDX)
               " ENTITY " WS-CH-ENTITY-ID (CH-IDX)
               " " WS-UNDELIVERABLE-TEXT
               " " ES-ENTITY-NAME (1:28)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE UNDELIVERABLE-REC FROM WS-REPORT-LINE.

       FIND-STATUS-TEXT-PARAGRAPH.
           MOVE "UNKNOWN  " TO WS-LOOKUP-TEXT
           SET SC-IDX TO 1
           SEARCH SC-CODE-ENTRY
               AT END
                   CONTINUE
               WHEN SC-CODE (SC-IDX) = WS-LOOKUP-STATUS
                   MOVE SC-TEXT (SC-IDX) TO WS-LOOKUP-TEXT
           END-SEARCH.

       WRITE-HIGH-WATER-PARAGRAPH.
           OPEN OUTPUT HIGH-WATER-OUT-FILE
           MOVE SPACES TO HIGH-WATER-OUT-REC
           MOVE WS-NEW-HIGH-WATER-MARK TO HO-LAST-TIMESTAMP
           WRITE HIGH-WATER-OUT-REC
           CLOSE HIGH-WATER-OUT-FILE.

       PRINT-HEADING-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ENTITY STATUS NOTICE REGISTER - "
               WS-BUSINESS-DATE
               " SINCE " WS-HIGH-WATER-MARK
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE NOTICE-REGISTER-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "UNDELIVERABLE NOTICES - " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE UNDELIVERABLE-REC FROM WS-REPORT-LINE.

       PRINT-LETTER-TOTAL-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LETTER " WS-TP-LETTER-CODE (TP-IDX)
               " " WS-TP-LETTER-TEXT (TP-IDX)
               " MAILED=" WS-TP-MAILED-COUNT (TP-IDX)
               " UNDELIVERABLE=" WS-TP-UNDELIV-COUNT (TP-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE NOTICE-REGISTER-REC FROM WS-REPORT-LINE.

       PRINT-REPORT-TOTAL-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTALS  AUDIT READ=" WS-AUDIT-READ-COUNT
               " TAKEN=" WS-AUDIT-TAKEN-COUNT
               " ENTITIES=" WS-ENTITY-COUNT-OUT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE NOTICE-REGISTER-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTALS  MAILED=" WS-MAILED-COUNT
               " UNDELIVERABLE=" WS-UNDELIVERABLE-COUNT
               " NO CHANGE=" WS-NO-CHANGE-COUNT
               " NO LETTER=" WS-NO-LETTER-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE NOTICE-REGISTER-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTALS  UNDELIVERABLE=" WS-UNDELIVERABLE-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE UNDELIVERABLE-REC FROM WS-REPORT-LINE.
