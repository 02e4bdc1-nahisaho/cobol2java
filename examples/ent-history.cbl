       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENT-HISTORY.
       AUTHOR. COBOL2Java Team.
      *
      * Entity status history inquiry program
      *
      * Answering "what happened to this entity, and who
      * approved it" used to mean searching STATAUD, the
      * STATARCH archive generations, APPRAUD, STATERR and
      * both hold files one at a time.  This on-request job,
      * like PAY-HISTORY-REPRINT, reads ENTHREQ request
      * cards - one entity id per card with an optional
      * from/to date range - and prints one consolidated,
      * chronological history per entity: applied
      * transitions from the live and archived audit trail
      * (cascaded ones with their parent), dual-control
      * approvals with the approver, rejected transactions
      * with their STATERR reason, and whatever is still
      * waiting on the future-dated STATPEND file or the
      * STATHOLD approval hold.  Still-waiting items always
      * print, whatever the date range.  Each history opens
      * with the entity's current ENTMAST status.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-REQUEST-FILE ASSIGN TO "ENTHREQ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STATUS-AUDIT-FILE ASSIGN TO "STATAUD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO "STATARCH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL APPROVAL-AUDIT-FILE ASSIGN TO "APPRAUD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STATUS-ERROR-FILE ASSIGN TO "STATERR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PENDING-HOLD-FILE ASSIGN TO "STATPEND"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL APPROVAL-HOLD-FILE ASSIGN TO "STATHOLD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ENTITY-MASTER-FILE ASSIGN TO "ENTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ES-ENTITY-ID.
           SELECT HISTORY-REPORT-FILE ASSIGN TO "ENTHRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-HISTORY-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-REQUEST-FILE.
       01 HISTORY-REQUEST-REC.
           05 HQ-ENTITY-ID         PIC X(06).
           05 HQ-FROM-DATE         PIC X(08).
           05 HQ-TO-DATE           PIC X(08).
           05 FILLER               PIC X(08).

       FD  STATUS-AUDIT-FILE.
           COPY "STATAUD.CPY".

       FD  ARCHIVE-FILE.
       01 ARCHIVE-IN-REC           PIC X(45).

       FD  APPROVAL-AUDIT-FILE.
       01 APPROVAL-AUDIT-REC.
           05 AA-ENTITY-ID         PIC X(06).
           05 AA-OLD-STATUS        PIC 9(01).
           05 AA-NEW-STATUS        PIC 9(01).
           05 AA-APPROVER-ID       PIC X(08).
           05 AA-TIMESTAMP         PIC X(14).
           05 AA-REASON-CODE       PIC X(03).

       FD  STATUS-ERROR-FILE.
           COPY "STATERR.CPY".

       FD  PENDING-HOLD-FILE.
           COPY "STATTRAN.CPY".

       FD  APPROVAL-HOLD-FILE.
       01 APPROVAL-HOLD-REC.
           05 HI-TRANSACTION-IMAGE PIC X(20).
           05 HI-HELD-DATE         PIC X(08).
           05 HI-CASCADE-PARENT-ID PIC X(06).
           05 HI-CASCADE-PARENT-TS PIC X(14).

       FD  ENTITY-MASTER-FILE.
           COPY "ENTMAST.CPY".

       FD  HISTORY-REPORT-FILE.
       01 HISTORY-REPORT-REC       PIC X(80).

      * SH-EVENT-SEQ orders events stamped the same moment:
      * 0 the master heading, then approval before the
      * transition it released, then the rest.
       SD  SORT-HISTORY-FILE.
       01 SORT-HISTORY-REC.
           05 SH-ENTITY-ID         PIC X(06).
           05 SH-EVENT-DATE        PIC X(08).
           05 SH-EVENT-TIME        PIC X(06).
           05 SH-EVENT-SEQ         PIC 9(01).
           05 SH-EVENT-TYPE        PIC X(08).
           05 SH-OLD-STATUS        PIC 9(01).
           05 SH-NEW-STATUS        PIC 9(01).
           05 SH-REASON-CODE       PIC X(03).
           05 SH-DETAIL            PIC X(30).

       WORKING-STORAGE SECTION.
       COPY "STATCODE.CPY".

       01 WS-EOF-SWITCH          PIC X(01) VALUE "N".
           88 END-OF-INPUT-FILE         VALUE "Y".
       01 WS-SORT-EOF-SWITCH     PIC X(01) VALUE "N".
           88 END-OF-SORT-FILE          VALUE "Y".
       01 WS-REQUEST-FOUND-SWITCH PIC X(01) VALUE "N".
           88 REQUEST-FOUND             VALUE "Y".
           88 REQUEST-NOT-FOUND         VALUE "N".

      * One entry per requested entity with its date range;
      * a blank or non-numeric date leaves that end open.
       01 WS-REQUEST-TABLE-AREA.
           05 WS-REQUEST-ENTRY OCCURS 100 TIMES
                   INDEXED BY RQ-IDX.
               10 WS-RQ-ENTITY-ID      PIC X(06).
               10 WS-RQ-FROM-DATE      PIC X(08).
               10 WS-RQ-TO-DATE        PIC X(08).
       01 WS-REQUEST-COUNT        PIC 9(04) COMP VALUE 0.
       01 WS-MAX-REQUEST-ENTRIES  PIC 9(04) COMP VALUE 100.

       01 WS-LOOKUP-ENTITY-ID    PIC X(06) VALUE SPACES.
       01 WS-LOOKUP-DATE         PIC X(08) VALUE SPACES.
       01 WS-LOOKUP-STATUS       PIC 9(01) VALUE 0.
       01 WS-LOOKUP-TEXT         PIC X(09) VALUE SPACES.
       01 WS-OLD-STATUS-TEXT     PIC X(09) VALUE SPACES.
       01 WS-NEW-STATUS-TEXT     PIC X(09) VALUE SPACES.
       01 WS-CURRENT-ENTITY-ID   PIC X(06) VALUE SPACES.

       01 WS-ENTITY-TOTAL        PIC 9(04) VALUE 0.
       01 WS-ENTITY-EVENT-COUNT  PIC 9(05) VALUE 0.
       01 WS-EVENT-COUNT         PIC 9(07) VALUE 0.
       01 WS-NOT-ON-MASTER-COUNT PIC 9(05) VALUE 0.

       01 WS-REPORT-LINE         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM LOAD-REQUESTS-PARAGRAPH
           OPEN INPUT ENTITY-MASTER-FILE
           OPEN OUTPUT HISTORY-REPORT-FILE
           PERFORM PRINT-HEADING-PARAGRAPH
           SORT SORT-HISTORY-FILE
               ON ASCENDING KEY SH-ENTITY-ID SH-EVENT-DATE
                   SH-EVENT-TIME SH-EVENT-SEQ
               INPUT PROCEDURE IS GATHER-EVENTS-PARAGRAPH
               OUTPUT PROCEDURE IS PRINT-HISTORIES-PARAGRAPH
           PERFORM PRINT-REPORT-TOTAL-PARAGRAPH
           CLOSE ENTITY-MASTER-FILE
           CLOSE HISTORY-REPORT-FILE
           STOP RUN.

       LOAD-REQUESTS-PARAGRAPH.
           OPEN INPUT HISTORY-REQUEST-FILE
           PERFORM READ-REQUEST-PARAGRAPH
           PERFORM UNTIL END-OF-INPUT-FILE
               IF HQ-ENTITY-ID NOT = SPACES
                   MOVE HQ-ENTITY-ID TO WS-LOOKUP-ENTITY-ID
                   PERFORM FIND-REQUEST-PARAGRAPH
                   IF REQUEST-FOUND
                       DISPLAY "ENT-HISTORY: DUPLICATE REQUEST FOR "
                           HQ-ENTITY-ID " IGNORED"
                   ELSE
                       PERFORM ADD-REQUEST-PARAGRAPH
                   END-IF
               END-IF
               PERFORM READ-REQUEST-PARAGRAPH
           END-PERFORM
           CLOSE HISTORY-REQUEST-FILE
           IF WS-REQUEST-COUNT = 0
               DISPLAY "ENT-HISTORY: ENTHREQ REQUEST"
                   " CARD MISSING - ABENDING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-REQUEST-PARAGRAPH.
           READ HISTORY-REQUEST-FILE
               AT END
                   SET END-OF-INPUT-FILE TO TRUE
           END-READ.

       ADD-REQUEST-PARAGRAPH.
           IF WS-REQUEST-COUNT >= WS-MAX-REQUEST-ENTRIES
               DISPLAY "ENT-HISTORY: REQUEST TABLE FULL AT "
                   WS-MAX-REQUEST-ENTRIES " ENTRIES - ABENDING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET RQ-IDX TO WS-REQUEST-COUNT
           SET RQ-IDX UP BY 1
           SET WS-REQUEST-COUNT TO RQ-IDX
           MOVE HQ-ENTITY-ID TO WS-RQ-ENTITY-ID (RQ-IDX)
           MOVE "00000000" TO WS-RQ-FROM-DATE (RQ-IDX)
           MOVE "99999999" TO WS-RQ-TO-DATE (RQ-IDX)
           IF HQ-FROM-DATE NUMERIC
               MOVE HQ-FROM-DATE TO WS-RQ-FROM-DATE (RQ-IDX)
           END-IF
           IF HQ-TO-DATE NUMERIC
               MOVE HQ-TO-DATE TO WS-RQ-TO-DATE (RQ-IDX)
           END-IF.

       FIND-REQUEST-PARAGRAPH.
           SET REQUEST-NOT-FOUND TO TRUE
           SET RQ-IDX TO 1
           SEARCH WS-REQUEST-ENTRY
               AT END
                   CONTINUE
               WHEN RQ-IDX > WS-REQUEST-COUNT
                   CONTINUE
               WHEN WS-RQ-ENTITY-ID (RQ-IDX) = WS-LOOKUP-ENTITY-ID
                   SET REQUEST-FOUND TO TRUE
           END-SEARCH.

      * Historical events count only inside the entity's
      * requested date range.
       CHECK-IN-RANGE-PARAGRAPH.
           PERFORM FIND-REQUEST-PARAGRAPH
           IF REQUEST-FOUND
               IF WS-LOOKUP-DATE < WS-RQ-FROM-DATE (RQ-IDX)
                       OR WS-LOOKUP-DATE > WS-RQ-TO-DATE (RQ-IDX)
                   SET REQUEST-NOT-FOUND TO TRUE
               END-IF
           END-IF.

      *****************************************************
      * Sort input: one heading record per requested       *
      * entity, then every matching event from each file.  *
      *****************************************************
       GATHER-EVENTS-PARAGRAPH.
           PERFORM RELEASE-HEADING-PARAGRAPH
               VARYING RQ-IDX FROM 1 BY 1
               UNTIL RQ-IDX > WS-REQUEST-COUNT
           PERFORM GATHER-ARCHIVE-PARAGRAPH
           PERFORM GATHER-LIVE-AUDIT-PARAGRAPH
           PERFORM GATHER-APPROVALS-PARAGRAPH
           PERFORM GATHER-REJECTS-PARAGRAPH
           PERFORM GATHER-PENDING-PARAGRAPH
           PERFORM GATHER-APPROVAL-HOLDS-PARAGRAPH.

       RELEASE-HEADING-PARAGRAPH.
           MOVE SPACES TO SORT-HISTORY-REC
           MOVE WS-RQ-ENTITY-ID (RQ-IDX) TO SH-ENTITY-ID
           MOVE LOW-VALUES TO SH-EVENT-DATE
           MOVE LOW-VALUES TO SH-EVENT-TIME
           MOVE 0 TO SH-EVENT-SEQ
           MOVE 0 TO SH-OLD-STATUS
           MOVE 0 TO SH-NEW-STATUS
           RELEASE SORT-HISTORY-REC.

      * Archive generations carry *HDR** and *TRL** control
      * records from AUDIT-ARCHIVE; only detail records are
      * history.
       GATHER-ARCHIVE-PARAGRAPH.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ARCHIVE-FILE
           PERFORM READ-ARCHIVE-PARAGRAPH
           PERFORM UNTIL END-OF-INPUT-FILE
               IF ARCHIVE-IN-REC (1:6) NOT = "*HDR**"
                       AND ARCHIVE-IN-REC (1:6) NOT = "*TRL**"
                   MOVE ARCHIVE-IN-REC TO STATUS-AUDIT-REC
                   PERFORM SELECT-AUDIT-RECORD-PARAGRAPH
               END-IF
               PERFORM READ-ARCHIVE-PARAGRAPH
           END-PERFORM
           CLOSE ARCHIVE-FILE.

       READ-ARCHIVE-PARAGRAPH.
           READ ARCHIVE-FILE
               AT END
                   SET END-OF-INPUT-FILE TO TRUE
           END-READ.

       GATHER-LIVE-AUDIT-PARAGRAPH.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT STATUS-AUDIT-FILE
           PERFORM READ-AUDIT-PARAGRAPH
           PERFORM UNTIL END-OF-INPUT-FILE
               PERFORM SELECT-AUDIT-RECORD-PARAGRAPH
               PERFORM READ-AUDIT-PARAGRAPH
           END-PERFORM
           CLOSE STATUS-AUDIT-FILE.

       READ-AUDIT-PARAGRAPH.
           READ STATUS-AUDIT-FILE
               AT END
                   SET END-OF-INPUT-FILE TO TRUE
           END-READ.

       SELECT-AUDIT-RECORD-PARAGRAPH.
           MOVE AU-ENTITY-ID TO WS-LOOKUP-ENTITY-ID
           MOVE AU-TIMESTAMP (1:8) TO WS-LOOKUP-DATE
           PERFORM CHECK-IN-RANGE-PARAGRAPH
           IF REQUEST-FOUND
               MOVE SPACES TO SORT-HISTORY-REC
               MOVE AU-ENTITY-ID TO SH-ENTITY-ID
               MOVE AU-TIMESTAMP (1:8) TO SH-EVENT-DATE
               MOVE AU-TIMESTAMP (9:6) TO SH-EVENT-TIME
               MOVE 2 TO SH-EVENT-SEQ
               MOVE "APPLIED " TO SH-EVENT-TYPE
               MOVE AU-OLD-STATUS TO SH-OLD-STATUS
               MOVE AU-NEW-STATUS TO SH-NEW-STATUS
               MOVE AU-REASON-CODE TO SH-REASON-CODE
               IF AU-CASCADE-PARENT-ID NOT = SPACES
                   STRING "CASCADED FROM " AU-CASCADE-PARENT-ID
                       DELIMITED BY SIZE INTO SH-DETAIL
               END-IF
               RELEASE SORT-HISTORY-REC
           END-IF.

       GATHER-APPROVALS-PARAGRAPH.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT APPROVAL-AUDIT-FILE
           PERFORM READ-APPROVAL-PARAGRAPH
           PERFORM UNTIL END-OF-INPUT-FILE
               MOVE AA-ENTITY-ID TO WS-LOOKUP-ENTITY-ID
               MOVE AA-TIMESTAMP (1:8) TO WS-LOOKUP-DATE
               PERFORM CHECK-IN-RANGE-PARAGRAPH
               IF REQUEST-FOUND
                   MOVE SPACES TO SORT-HISTORY-REC
                   MOVE AA-ENTITY-ID TO SH-ENTITY-ID
                   MOVE AA-TIMESTAMP (1:8) TO SH-EVENT-DATE
                   MOVE AA-TIMESTAMP (9:6) TO SH-EVENT-TIME
                   MOVE 1 TO SH-EVENT-SEQ
                   MOVE "APPROVED" TO SH-EVENT-TYPE
                   MOVE AA-OLD-STATUS TO SH-OLD-STATUS
                   MOVE AA-NEW-STATUS TO SH-NEW-STATUS
                   MOVE AA-REASON-CODE TO SH-REASON-CODE
                   STRING "APPROVER " AA-APPROVER-ID
                       DELIMITED BY SIZE INTO SH-DETAIL
                   RELEASE SORT-HISTORY-REC
               END-IF
               PERFORM READ-APPROVAL-PARAGRAPH
           END-PERFORM
           CLOSE APPROVAL-AUDIT-FILE.

       READ-APPROVAL-PARAGRAPH.
           READ APPROVAL-AUDIT-FILE
               AT END
                   SET END-OF-INPUT-FILE TO TRUE
           END-READ.

      * STATERR carries only the reject date, so a reject
      * prints at the start of its day.
       GATHER-REJECTS-PARAGRAPH.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT STATUS-ERROR-FILE
           PERFORM READ-ERROR-PARAGRAPH
           PERFORM UNTIL END-OF-INPUT-FILE
               MOVE EQ-ENTITY-ID TO WS-LOOKUP-ENTITY-ID
               MOVE EQ-REJECT-DATE TO WS-LOOKUP-DATE
               PERFORM CHECK-IN-RANGE-PARAGRAPH
               IF REQUEST-FOUND
                   MOVE SPACES TO SORT-HISTORY-REC
                   MOVE EQ-ENTITY-ID TO SH-ENTITY-ID
                   MOVE EQ-REJECT-DATE TO SH-EVENT-DATE
                   MOVE 3 TO SH-EVENT-SEQ
                   MOVE "REJECTED" TO SH-EVENT-TYPE
                   MOVE EQ-OLD-STATUS TO SH-OLD-STATUS
                   MOVE EQ-NEW-STATUS TO SH-NEW-STATUS
                   MOVE EQ-REASON-CODE TO SH-REASON-CODE
                   MOVE EQ-REASON-TEXT TO SH-DETAIL
                   RELEASE SORT-HISTORY-REC
               END-IF
               PERFORM READ-ERROR-PARAGRAPH
           END-PERFORM
           CLOSE STATUS-ERROR-FILE.

       READ-ERROR-PARAGRAPH.
           READ STATUS-ERROR-FILE
               AT END
                   SET END-OF-INPUT-FILE TO TRUE
           END-READ.

      * Waiting transactions are current state, not history,
      * so they print whatever the requested range.  A
      * future-dated one sorts at its effective date.
       GATHER-PENDING-PARAGRAPH.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PENDING-HOLD-FILE
           PERFORM READ-PENDING-PARAGRAPH
           PERFORM UNTIL END-OF-INPUT-FILE
               MOVE ST-ENTITY-ID TO WS-LOOKUP-ENTITY-ID
               PERFORM FIND-REQUEST-PARAGRAPH
               IF REQUEST-FOUND
                   MOVE SPACES TO SORT-HISTORY-REC
                   MOVE ST-ENTITY-ID TO SH-ENTITY-ID
                   MOVE ST-EFFECTIVE-DATE TO SH-EVENT-DATE
                   MOVE 4 TO SH-EVENT-SEQ
                   MOVE "PENDING " TO SH-EVENT-TYPE
                   MOVE ST-OLD-STATUS TO SH-OLD-STATUS
                   MOVE ST-NEW-STATUS TO SH-NEW-STATUS
                   MOVE ST-REASON-CODE TO SH-REASON-CODE
                   MOVE "FUTURE-DATED, NOT YET DUE" TO SH-DETAIL
                   RELEASE SORT-HISTORY-REC
               END-IF
               PERFORM READ-PENDING-PARAGRAPH
           END-PERFORM
           CLOSE PENDING-HOLD-FILE.

       READ-PENDING-PARAGRAPH.
           READ PENDING-HOLD-FILE
               AT END
                   SET END-OF-INPUT-FILE TO TRUE
           END-READ.

       GATHER-APPROVAL-HOLDS-PARAGRAPH.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT APPROVAL-HOLD-FILE
           PERFORM READ-APPROVAL-HOLD-PARAGRAPH
           PERFORM UNTIL END-OF-INPUT-FILE
               MOVE HI-TRANSACTION-IMAGE TO STATUS-TRANSACTION-REC
               MOVE ST-ENTITY-ID TO WS-LOOKUP-ENTITY-ID
               PERFORM FIND-REQUEST-PARAGRAPH
               IF REQUEST-FOUND
                   MOVE SPACES TO SORT-HISTORY-REC
                   MOVE ST-ENTITY-ID TO SH-ENTITY-ID
                   MOVE HI-HELD-DATE TO SH-EVENT-DATE
                   MOVE 5 TO SH-EVENT-SEQ
                   MOVE "HELD    " TO SH-EVENT-TYPE
                   MOVE ST-OLD-STATUS TO SH-OLD-STATUS
                   MOVE ST-NEW-STATUS TO SH-NEW-STATUS
                   MOVE ST-REASON-CODE TO SH-REASON-CODE
                   IF HI-CASCADE-PARENT-ID = SPACES
                       MOVE "AWAITING APPROVAL" TO SH-DETAIL
                   ELSE
                       STRING "AWAITING APPROVAL, FROM "
                           HI-CASCADE-PARENT-ID
                           DELIMITED BY SIZE INTO SH-DETAIL
                   END-IF
                   RELEASE SORT-HISTORY-REC
               END-IF
               PERFORM READ-APPROVAL-HOLD-PARAGRAPH
           END-PERFORM
           CLOSE APPROVAL-HOLD-FILE.

       READ-APPROVAL-HOLD-PARAGRAPH.
           READ APPROVAL-HOLD-FILE
               AT END
                   SET END-OF-INPUT-FILE TO TRUE
           END-READ.

      *****************************************************
      * Sort output: one history per entity, opened by its *
      * heading record.                                    *
      *****************************************************
       PRINT-HISTORIES-PARAGRAPH.
           PERFORM RETURN-SORT-PARAGRAPH
           PERFORM UNTIL END-OF-SORT-FILE
               MOVE SH-ENTITY-ID TO WS-CURRENT-ENTITY-ID
               MOVE 0 TO WS-ENTITY-EVENT-COUNT
               PERFORM PRINT-ENTITY-HEADING-PARAGRAPH
               PERFORM RETURN-SORT-PARAGRAPH
               PERFORM UNTIL END-OF-SORT-FILE
                       OR SH-ENTITY-ID NOT = WS-CURRENT-ENTITY-ID
                   PERFORM PRINT-EVENT-LINE-PARAGRAPH
                   PERFORM RETURN-SORT-PARAGRAPH
               END-PERFORM
               PERFORM PRINT-ENTITY-TOTAL-PARAGRAPH
           END-PERFORM.

       RETURN-SORT-PARAGRAPH.
           RETURN SORT-HISTORY-FILE
               AT END
                   SET END-OF-SORT-FILE TO TRUE
           END-RETURN.

       PRINT-ENTITY-HEADING-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE HISTORY-REPORT-REC FROM WS-REPORT-LINE
           MOVE WS-CURRENT-ENTITY-ID TO WS-LOOKUP-ENTITY-ID
           PERFORM FIND-REQUEST-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ENTITY " WS-CURRENT-ENTITY-ID
               "  FROM " WS-RQ-FROM-DATE (RQ-IDX)
               " TO " WS-RQ-TO-DATE (RQ-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE HISTORY-REPORT-REC FROM WS-REPORT-LINE
           MOVE WS-CURRENT-ENTITY-ID TO ES-ENTITY-ID
           MOVE SPACES TO WS-REPORT-LINE
           READ ENTITY-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-NOT-ON-MASTER-COUNT
                   STRING "  CURRENT STATUS - NOT ON ENTITY MASTER"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               NOT INVALID KEY
                   MOVE ES-CURRENT-STATUS TO WS-LOOKUP-STATUS
                   PERFORM FIND-STATUS-TEXT-PARAGRAPH
                   STRING "  CURRENT STATUS " WS-LOOKUP-TEXT
                       " SINCE " ES-LAST-TRANS-TIMESTAMP
                       " PARENT " ES-PARENT-ENTITY-ID
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-READ
           WRITE HISTORY-REPORT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DATE     TIME   EVENT    OLD       NEW"
               "        RSN DETAIL"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE HISTORY-REPORT-REC FROM WS-REPORT-LINE.

       PRINT-EVENT-LINE-PARAGRAPH.
           ADD 1 TO WS-ENTITY-EVENT-COUNT
           ADD 1 TO WS-EVENT-COUNT
           MOVE SH-OLD-STATUS TO WS-LOOKUP-STATUS
           PERFORM FIND-STATUS-TEXT-PARAGRAPH
           MOVE WS-LOOKUP-TEXT TO WS-OLD-STATUS-TEXT
           MOVE SH-NEW-STATUS TO WS-LOOKUP-STATUS
           PERFORM FIND-STATUS-TEXT-PARAGRAPH
           MOVE WS-LOOKUP-TEXT TO WS-NEW-STATUS-TEXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING SH-EVENT-DATE " " SH-EVENT-TIME
               " " SH-EVENT-TYPE
               " " WS-OLD-STATUS-TEXT
               " " WS-NEW-STATUS-TEXT
               "  " SH-REASON-CODE
               " " SH-DETAIL
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE HISTORY-REPORT-REC FROM WS-REPORT-LINE.

       PRINT-ENTITY-TOTAL-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  EVENTS=" WS-ENTITY-EVENT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE HISTORY-REPORT-REC FROM WS-REPORT-LINE.

       FIND-STATUS-TEXT-PARAGRAPH.
           MOVE "UNKNOWN  " TO WS-LOOKUP-TEXT
           SET SC-IDX TO 1
           SEARCH SC-CODE-ENTRY
               AT END
                   CONTINUE
               WHEN SC-CODE (SC-IDX) = WS-LOOKUP-STATUS
                   MOVE SC-TEXT (SC-IDX) TO WS-LOOKUP-TEXT
           END-SEARCH.

       PRINT-HEADING-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ENTITY STATUS HISTORY INQUIRY"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE HISTORY-REPORT-REC FROM WS-REPORT-LINE.

       PRINT-REPORT-TOTAL-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE HISTORY-REPORT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-REQUEST-COUNT TO WS-ENTITY-TOTAL
           STRING "TOTALS  ENTITIES=" WS-ENTITY-TOTAL
               " NOT ON MASTER=" WS-NOT-ON-MASTER-COUNT
               " EVENTS=" WS-EVENT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE HISTORY-REPORT-REC FROM WS-REPORT-LINE.
