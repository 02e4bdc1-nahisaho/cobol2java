      * feed claims: an unknown entity rejects, a feed/master
      * mismatch goes to the out-of-sync exception report,
      * and a valid transition updates the master record.
      *
      * Every transaction carries a reason code, which must be
      * on the STATRSN reason table and allowed there for the
      * transition: a blank, unknown, or mismatched reason
      * rejects to STATERR.  The reason travels onto the audit,
      * approval audit, outbound event, and reject records,
      * and the distribution summary counts applied
      * transitions by reason.
      *
      * When a transition the STATRULE table flags as
      * cascading applies to an entity that has children on
      * ENTMAST, the same move is generated for each child
      * (and in turn for its children) and run through the
      * same rule, reason, and dual-control checks as a fed
      * transaction.  A child already in the new status is
      * left alone.  The child's audit record, outbound event,
      * and any approval hold carry the parent's entity id
      * and the timestamp of the parent's audit record.
      *
      * An approval counts only when its approver holds an
      * unexpired dual-control approval right on the OPRAUTH
      * operator authority master as of the business date.
      * Any other approval is set aside as it loads and
      * written to the SECEXC security exception file, so
      * its transaction holds as if it were unapproved.  A
      * checkpoint restart sets the same approvals aside
      * without writing them to SECEXC a second time.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ENTITY-MASTER-FILE ASSIGN TO "ENTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-ENTITY-ID.
           SELECT OUT-OF-SYNC-FILE ASSIGN TO "STATSYNC"
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MASTER-JOURNAL-FILE ASSIGN TO "ENTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATOR-AUTH-FILE ASSIGN TO "OPRAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OU-OPERATOR-ID.
           SELECT OPTIONAL SECURITY-EXCEPTION-FILE ASSIGN TO "SECEXC"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       01 APPROVAL-HOLD-IN-REC.
           05 HI-TRANSACTION-IMAGE PIC X(20).
           05 HI-HELD-DATE         PIC X(08).
           05 HI-CASCADE-PARENT-ID PIC X(06).
           05 HI-CASCADE-PARENT-TS PIC X(14).

       FD  APPROVAL-HOLD-OUT-FILE.
       01 APPROVAL-HOLD-OUT-REC.
           05 HO-TRANSACTION-IMAGE PIC X(20).
           05 HO-HELD-DATE         PIC X(08).
           05 HO-CASCADE-PARENT-ID PIC X(06).
           05 HO-CASCADE-PARENT-TS PIC X(14).

       FD  APPROVAL-AUDIT-FILE.
       01 APPROVAL-AUDIT-REC.
           05 AA-NEW-STATUS        PIC 9(01).
           05 AA-APPROVER-ID       PIC X(08).
           05 AA-TIMESTAMP         PIC X(14).
           05 AA-REASON-CODE       PIC X(03).

       FD  APPROVAL-CONTROL-FILE.
       01 APPROVAL-CONTROL-REC.
       FD  MASTER-JOURNAL-FILE.
           COPY "MSTJRNL.CPY".

       FD  OPERATOR-AUTH-FILE.
           COPY "OPRAUTH.CPY".

       FD  SECURITY-EXCEPTION-FILE.
           COPY "SECEXC.CPY".

       FD  OUT-OF-SYNC-FILE.
       01 OUT-OF-SYNC-REC.
           05 SY-ENTITY-ID          PIC X(06).
       WORKING-STORAGE SECTION.
       COPY "STATCODE.CPY".
       COPY "STATRULE.CPY".
       COPY "STATRSN.CPY".

       01 WS-STATUS-DIST-TABLE.
           05 WS-STATUS-DIST-COUNT
                   PIC 9(05) VALUE 0
                   OCCURS 6 TIMES INDEXED BY SD-IDX.
       01 WS-UNKNOWN-COUNT       PIC 9(05) VALUE 0.
       01 WS-REASON-DIST-TABLE.
           05 WS-REASON-DIST-COUNT
                   PIC 9(05) VALUE 0
                   OCCURS 10 TIMES INDEXED BY RD-IDX.
       01 WS-REASON-REJECT-COUNT PIC 9(05) VALUE 0.

       01 WS-ENTITY-ID    PIC X(06) VALUE SPACES.
       01 WS-OLD-STATUS   PIC 9 VALUE 0.
       01 WS-STATUS      PIC 9 VALUE 2.
       01 WS-MESSAGE     PIC X(20) VALUE SPACES.
       01 WS-REASON-CODE PIC X(03) VALUE SPACES.
       01 WS-EOF-SWITCH   PIC X(01) VALUE "N".
           88 END-OF-TRANSACTION-FILE   VALUE "Y".

       01 WS-TRANSITION-VALID-SWITCH PIC X(01) VALUE "Y".
           88 VALID-TRANSITION             VALUE "Y".
           88 INVALID-TRANSITION           VALUE "N".
       01 WS-REASON-VALID-SWITCH PIC X(01) VALUE "Y".
           88 VALID-REASON                 VALUE "Y".
           88 INVALID-REASON               VALUE "N".

       01 WS-MASTER-FOUND-SWITCH PIC X(01) VALUE "N".
           88 MASTER-FOUND             VALUE "Y".
       01 WS-TODAY-INTEGER        PIC 9(08) VALUE 0.
       01 WS-HELD-AGE-DAYS        PIC 9(05) VALUE 0.

       01 WS-AUTH-SWITCH          PIC X(01) VALUE "Y".
           88 OPERATOR-AUTHORIZED      VALUE "Y".
           88 OPERATOR-REFUSED         VALUE "N".
       01 WS-AUTH-OPERATOR-ID     PIC X(08) VALUE SPACES.
       01 WS-AUTH-FUNCTION        PIC 9(01) VALUE 6.
       01 WS-AUTH-RECORD-KEY      PIC X(06) VALUE SPACES.
       01 WS-AUTH-CHECK-DATE      PIC X(08) VALUE SPACES.
       01 WS-AUTH-REASON-CODE     PIC X(01) VALUE SPACE.
       01 WS-AUTH-REASON-TEXT     PIC X(24) VALUE SPACES.
       01 WS-APPR-REFUSED-COUNT   PIC 9(05) VALUE 0.

       01 WS-APPR-HELD-COUNT      PIC 9(05) VALUE 0.
       01 WS-APPROVED-COUNT       PIC 9(05) VALUE 0.
       01 WS-EXPIRED-COUNT        PIC 9(05) VALUE 0.
       01 WS-GATE-EOF-SWITCH      PIC X(01) VALUE "N".
           88 END-OF-GATE-FILE         VALUE "Y".

      * Parent of every child entity on ENTMAST, loaded at
      * the start of the run, and the queue of child moves
      * waiting to be generated from a cascading transition.
      * The queue drains after each fed transaction, and a
      * child's own cascade appends to it, so grandchildren
      * follow without any recursion.
       01 WS-HIERARCHY-TABLE-AREA.
           05 WS-HIER-ENTRY OCCURS 2000 TIMES
                   INDEXED BY HR-IDX.
               10 WS-HR-ENTITY-ID    PIC X(06).
               10 WS-HR-PARENT-ID    PIC X(06).
       01 WS-HIERARCHY-COUNT      PIC 9(04) COMP VALUE 0.
       01 WS-MAX-HIERARCHY        PIC 9(04) COMP VALUE 2000.
       01 WS-MASTER-EOF-SWITCH    PIC X(01) VALUE "N".
           88 END-OF-MASTER-BROWSE     VALUE "Y".

       01 WS-CASCADE-QUEUE-AREA.
           05 WS-CASC-ENTRY OCCURS 500 TIMES
                   INDEXED BY CQ-IDX.
               10 WS-CQ-ENTITY-ID    PIC X(06).
               10 WS-CQ-NEW-STATUS   PIC 9(01).
               10 WS-CQ-EFFECTIVE-DATE PIC X(08).
               10 WS-CQ-REASON-CODE  PIC X(03).
               10 WS-CQ-PARENT-ID    PIC X(06).
               10 WS-CQ-PARENT-TS    PIC X(14).
       01 WS-CASCADE-QUEUE-COUNT  PIC 9(04) COMP VALUE 0.
       01 WS-MAX-CASCADE-QUEUE    PIC 9(04) COMP VALUE 500.
       01 WS-CASCADE-NEXT         PIC 9(04) COMP VALUE 0.
       01 WS-CASCADE-ORIGIN-ID    PIC X(06) VALUE SPACES.

       01 WS-CASCADE-PARENT-ID    PIC X(06) VALUE SPACES.
       01 WS-CASCADE-PARENT-TS    PIC X(14) VALUE SPACES.
       01 WS-LAST-AUDIT-TIMESTAMP PIC X(14) VALUE SPACES.
       01 WS-CASCADE-COUNT        PIC 9(05) VALUE 0.
       01 WS-CASCADE-NOOP-COUNT   PIC 9(05) VALUE 0.

       01 WS-BREAKER-FLOOR        PIC 9(03) VALUE 100.
       01 WS-REJECT-THRESHOLD-PCT PIC 9(03) VALUE 100.
       01 WS-RECORDS-READ-COUNT   PIC 9(07) VALUE 0.
           OPEN INPUT STATUS-TRANSACTION-FILE
           OPEN EXTEND PENDING-HOLD-FILE
           OPEN I-O ENTITY-MASTER-FILE
           PERFORM LOAD-HIERARCHY-PARAGRAPH
           OPEN EXTEND MASTER-JOURNAL-FILE
           PERFORM OPEN-OUTPUT-FILES-PARAGRAPH
           PERFORM PROCESS-PRIOR-HOLDS-PARAGRAPH
                   WHEN OTHER
                       ADD 1 TO WS-ORPHAN-COUNT
                       IF OI-SOURCE-SYSTEM = "STATCHK "
                               AND OI-CASCADE-PARENT-ID = SPACES
                           MOVE OI-ENTITY-ID
                               TO WS-TRUE-RESTART-KEY
                           SET TRUE-RESTART-KEY-FOUND TO TRUE
                   MOVE ST-OLD-STATUS TO WS-OLD-STATUS
                   MOVE ST-NEW-STATUS TO WS-STATUS
                   MOVE ST-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
                   MOVE ST-REASON-CODE TO WS-REASON-CODE
                   MOVE SPACES TO WS-CASCADE-PARENT-ID
                   MOVE SPACES TO WS-CASCADE-PARENT-TS
           END-READ.

      * A transaction effective after today is not applied:
               PERFORM WRITE-PENDING-HOLD-PARAGRAPH
           ELSE
               PERFORM APPLY-TRANSACTION-PARAGRAPH
               PERFORM PROCESS-CASCADE-QUEUE-PARAGRAPH
           END-IF.

       WRITE-PENDING-HOLD-PARAGRAPH.
                   MOVE ES-CURRENT-STATUS TO WS-OLD-STATUS
                   PERFORM VALIDATE-TRANSITION-PARAGRAPH
                   IF VALID-TRANSITION
                       PERFORM VALIDATE-REASON-PARAGRAPH
                   END-IF
                   IF VALID-TRANSITION AND VALID-REASON
                       PERFORM CHECK-DUAL-CONTROL-PARAGRAPH
                   END-IF
                   IF VALID-TRANSITION AND VALID-REASON
                           AND APPLY-CLEARED
                       PERFORM CHECK-STATUS-PARAGRAPH
                       PERFORM WRITE-RESULT-PARAGRAPH
                       PERFORM WRITE-AUDIT-PARAGRAPH
                       PERFORM UPDATE-ENTITY-MASTER-PARAGRAPH
                       PERFORM TALLY-DISTRIBUTION-PARAGRAPH
                       IF XR-CASCADE-TRANSITION (XR-IDX)
                           PERFORM QUEUE-CHILDREN-PARAGRAPH
                       END-IF
                   END-IF
                   IF NOT VALID-TRANSITION
                       MOVE "DISALLOWED STATUS TRANSITION"
                           TO WS-ERROR-REASON-TEXT
                       PERFORM WRITE-ERROR-PARAGRAPH
                   END-IF
                   IF VALID-TRANSITION AND INVALID-REASON
                       ADD 1 TO WS-REASON-REJECT-COUNT
                       PERFORM WRITE-ERROR-PARAGRAPH
                   END-IF
               END-IF
           END-IF.

      * The hierarchy only changes through ENT-MASTER-MAINT,
      * which runs outside the nightly, so one browse of the
      * master at the start of the run is current for the
      * whole run.
       LOAD-HIERARCHY-PARAGRAPH.
           MOVE "N" TO WS-MASTER-EOF-SWITCH
           MOVE LOW-VALUES TO ES-ENTITY-ID
           START ENTITY-MASTER-FILE KEY >= ES-ENTITY-ID
               INVALID KEY
                   SET END-OF-MASTER-BROWSE TO TRUE
           END-START
           PERFORM READ-NEXT-MASTER-PARAGRAPH
           PERFORM UNTIL END-OF-MASTER-BROWSE
               IF ES-PARENT-ENTITY-ID NOT = SPACES
                   PERFORM ADD-HIERARCHY-ENTRY-PARAGRAPH
               END-IF
               PERFORM READ-NEXT-MASTER-PARAGRAPH
           END-PERFORM.

       READ-NEXT-MASTER-PARAGRAPH.
           IF NOT END-OF-MASTER-BROWSE
               READ ENTITY-MASTER-FILE NEXT RECORD
                   AT END
                       SET END-OF-MASTER-BROWSE TO TRUE
               END-READ
           END-IF.

       ADD-HIERARCHY-ENTRY-PARAGRAPH.
           IF WS-HIERARCHY-COUNT >= WS-MAX-HIERARCHY
               DISPLAY "STATUS-CHECKER: HIERARCHY TABLE FULL"
                   " AT " WS-MAX-HIERARCHY
                   " ENTRIES - ABENDING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET HR-IDX TO WS-HIERARCHY-COUNT
           SET HR-IDX UP BY 1
           MOVE ES-ENTITY-ID TO WS-HR-ENTITY-ID (HR-IDX)
           MOVE ES-PARENT-ENTITY-ID TO WS-HR-PARENT-ID (HR-IDX)
           SET WS-HIERARCHY-COUNT TO HR-IDX.

      * Queues the move just applied to WS-ENTITY-ID for each
      * of its children, linked to the audit record just
      * written for it.
       QUEUE-CHILDREN-PARAGRAPH.
           PERFORM QUEUE-ONE-CHILD-PARAGRAPH
               VARYING HR-IDX FROM 1 BY 1
               UNTIL HR-IDX > WS-HIERARCHY-COUNT.

       QUEUE-ONE-CHILD-PARAGRAPH.
           IF WS-HR-PARENT-ID (HR-IDX) = WS-ENTITY-ID
               IF WS-CASCADE-QUEUE-COUNT >= WS-MAX-CASCADE-QUEUE
                   DISPLAY "STATUS-CHECKER: CASCADE QUEUE FULL"
                       " AT " WS-MAX-CASCADE-QUEUE
                       " ENTRIES - ABENDING RUN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET CQ-IDX TO WS-CASCADE-QUEUE-COUNT
               SET CQ-IDX UP BY 1
               MOVE WS-HR-ENTITY-ID (HR-IDX)
                   TO WS-CQ-ENTITY-ID (CQ-IDX)
               MOVE WS-STATUS TO WS-CQ-NEW-STATUS (CQ-IDX)
               MOVE WS-EFFECTIVE-DATE
                   TO WS-CQ-EFFECTIVE-DATE (CQ-IDX)
               MOVE WS-REASON-CODE TO WS-CQ-REASON-CODE (CQ-IDX)
               MOVE WS-ENTITY-ID TO WS-CQ-PARENT-ID (CQ-IDX)
               MOVE WS-LAST-AUDIT-TIMESTAMP
                   TO WS-CQ-PARENT-TS (CQ-IDX)
               SET WS-CASCADE-QUEUE-COUNT TO CQ-IDX
           END-IF.

      * WS-ENTITY-ID is put back to the fed transaction's
      * entity afterwards, since the checkpoint records it as
      * the restart key.
       PROCESS-CASCADE-QUEUE-PARAGRAPH.
           IF WS-CASCADE-QUEUE-COUNT > 0
               MOVE WS-ENTITY-ID TO WS-CASCADE-ORIGIN-ID
               MOVE 1 TO WS-CASCADE-NEXT
               PERFORM UNTIL WS-CASCADE-NEXT > WS-CASCADE-QUEUE-COUNT
                   SET CQ-IDX TO WS-CASCADE-NEXT
                   PERFORM APPLY-CASCADE-ENTRY-PARAGRAPH
                   ADD 1 TO WS-CASCADE-NEXT
               END-PERFORM
               MOVE 0 TO WS-CASCADE-QUEUE-COUNT
               MOVE WS-CASCADE-ORIGIN-ID TO WS-ENTITY-ID
               MOVE SPACES TO WS-CASCADE-PARENT-ID
               MOVE SPACES TO WS-CASCADE-PARENT-TS
           END-IF.

      * The generated transaction takes the child's status of
      * record as its old status and goes through the normal
      * apply path, so a disallowed move or an unknown child
      * rejects to STATERR and a sensitive one waits for its
      * own approval.
       APPLY-CASCADE-ENTRY-PARAGRAPH.
           MOVE WS-CQ-ENTITY-ID (CQ-IDX) TO WS-ENTITY-ID
           PERFORM READ-ENTITY-MASTER-PARAGRAPH
           IF MASTER-FOUND
                   AND ES-CURRENT-STATUS = WS-CQ-NEW-STATUS (CQ-IDX)
               ADD 1 TO WS-CASCADE-NOOP-COUNT
           ELSE
               ADD 1 TO WS-CASCADE-COUNT
               MOVE SPACES TO STATUS-TRANSACTION-REC
               MOVE WS-CQ-ENTITY-ID (CQ-IDX) TO ST-ENTITY-ID
               IF MASTER-FOUND
                   MOVE ES-CURRENT-STATUS TO ST-OLD-STATUS
               ELSE
                   MOVE 0 TO ST-OLD-STATUS
               END-IF
               MOVE WS-CQ-NEW-STATUS (CQ-IDX) TO ST-NEW-STATUS
               MOVE WS-CQ-EFFECTIVE-DATE (CQ-IDX)
                   TO ST-EFFECTIVE-DATE
               MOVE WS-CQ-REASON-CODE (CQ-IDX) TO ST-REASON-CODE
               MOVE ST-OLD-STATUS TO WS-OLD-STATUS
               MOVE ST-NEW-STATUS TO WS-STATUS
               MOVE ST-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
               MOVE ST-REASON-CODE TO WS-REASON-CODE
               MOVE WS-CQ-PARENT-ID (CQ-IDX) TO WS-CASCADE-PARENT-ID
               MOVE WS-CQ-PARENT-TS (CQ-IDX) TO WS-CASCADE-PARENT-TS
               PERFORM APPLY-TRANSACTION-PARAGRAPH
           END-IF.

       READ-ENTITY-MASTER-PARAGRAPH.
           END-READ.

      * Every master REWRITE journals its before and after
      * status-part images to the dated ENTJRNL file, so
      * MASTER-BACKOUT can restore the pre-run position if
      * the feed turns out to be garbage after the run
      * completes clean.
       UPDATE-ENTITY-MASTER-PARAGRAPH.
           MOVE SPACES TO WS-MASTER-BEFORE-IMAGE
           MOVE ES-STATUS-DATA TO WS-MASTER-BEFORE-IMAGE
           MOVE WS-STATUS TO ES-CURRENT-STATUS
           MOVE FUNCTION CURRENT-DATE (1:14)
               TO ES-LAST-TRANS-TIMESTAMP
           MOVE ES-ENTITY-ID TO MJ-RECORD-KEY
           MOVE WS-MASTER-BEFORE-IMAGE TO MJ-BEFORE-IMAGE
           MOVE SPACES TO MJ-AFTER-IMAGE
           MOVE ES-STATUS-DATA TO MJ-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:14) TO MJ-TIMESTAMP
           WRITE MASTER-JOURNAL-REC.

                   MOVE STATUS-TRANSACTION-REC
                       TO HO-TRANSACTION-IMAGE
                   MOVE WS-BUSINESS-DATE TO HO-HELD-DATE
                   MOVE WS-CASCADE-PARENT-ID TO HO-CASCADE-PARENT-ID
                   MOVE WS-CASCADE-PARENT-TS TO HO-CASCADE-PARENT-TS
                   WRITE APPROVAL-HOLD-OUT-REC
               END-IF
           END-IF.
           MOVE WS-STATUS TO AA-NEW-STATUS
           MOVE WS-AP-APPROVER-ID (AP-IDX) TO AA-APPROVER-ID
           MOVE FUNCTION CURRENT-DATE (1:14) TO AA-TIMESTAMP
           MOVE WS-REASON-CODE TO AA-REASON-CODE
           WRITE APPROVAL-AUDIT-REC.

       READ-APPROVAL-CONTROL-PARAGRAPH.

       LOAD-APPROVALS-PARAGRAPH.
           MOVE "N" TO WS-HOLD-EOF-SWITCH
           MOVE WS-BUSINESS-DATE TO WS-AUTH-CHECK-DATE
           OPEN INPUT APPROVAL-FILE
           OPEN INPUT OPERATOR-AUTH-FILE
           OPEN EXTEND SECURITY-EXCEPTION-FILE
           PERFORM READ-APPROVAL-PARAGRAPH
           PERFORM UNTIL END-OF-HOLD-FILE
               MOVE AP-APPROVER-ID TO WS-AUTH-OPERATOR-ID
               MOVE AP-ENTITY-ID TO WS-AUTH-RECORD-KEY
               PERFORM CHECK-OPERATOR-AUTHORITY-PARAGRAPH
               IF OPERATOR-REFUSED
                   ADD 1 TO WS-APPR-REFUSED-COUNT
               ELSE
                   PERFORM LOAD-APPROVAL-ENTRY-PARAGRAPH
               END-IF
               PERFORM READ-APPROVAL-PARAGRAPH
           END-PERFORM
           CLOSE APPROVAL-FILE
           CLOSE OPERATOR-AUTH-FILE
           CLOSE SECURITY-EXCEPTION-FILE.

       LOAD-APPROVAL-ENTRY-PARAGRAPH.
           IF WS-APPROVAL-COUNT >= WS-MAX-APPROVALS
               DISPLAY "STATUS-CHECKER: APPROVAL TABLE FULL"
                   " AT " WS-MAX-APPROVALS
                   " ENTRIES - ABENDING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET AP-IDX TO WS-APPROVAL-COUNT
           SET AP-IDX UP BY 1
           MOVE AP-ENTITY-ID TO WS-AP-ENTITY-ID (AP-IDX)
           MOVE AP-OLD-STATUS TO WS-AP-OLD-STATUS (AP-IDX)
           MOVE AP-NEW-STATUS TO WS-AP-NEW-STATUS (AP-IDX)
           MOVE AP-APPROVER-ID TO WS-AP-APPROVER-ID (AP-IDX)
           MOVE "N" TO WS-AP-USED-SWITCH (AP-IDX)
           SET WS-APPROVAL-COUNT TO AP-IDX.

       READ-APPROVAL-PARAGRAPH.
           READ APPROVAL-FILE
                   SET END-OF-HOLD-FILE TO TRUE
           END-READ.

      * The operator must be on the authority master with
      * the right at WS-AUTH-FUNCTION set and the expiry
      * date not yet passed; a missing operator id, or an
      * expiry date that is not a date, refuses outright.
       CHECK-OPERATOR-AUTHORITY-PARAGRAPH.
           SET OPERATOR-AUTHORIZED TO TRUE
           MOVE SPACE TO WS-AUTH-REASON-CODE
           IF WS-AUTH-OPERATOR-ID = SPACES
               MOVE "M" TO WS-AUTH-REASON-CODE
           ELSE
               MOVE WS-AUTH-OPERATOR-ID TO OU-OPERATOR-ID
               READ OPERATOR-AUTH-FILE
                   INVALID KEY
                       MOVE "N" TO WS-AUTH-REASON-CODE
                   NOT INVALID KEY
                       IF OU-RIGHT (WS-AUTH-FUNCTION) NOT = "Y"
                           MOVE "R" TO WS-AUTH-REASON-CODE
                       ELSE
                           IF OU-EXPIRY-DATE NOT NUMERIC
                                   OR OU-EXPIRY-DATE
                                       < WS-AUTH-CHECK-DATE
                               MOVE "E" TO WS-AUTH-REASON-CODE
                           END-IF
                       END-IF
               END-READ
           END-IF
           IF WS-AUTH-REASON-CODE NOT = SPACE
               SET OPERATOR-REFUSED TO TRUE
               IF WS-RESTART-KEY = SPACES
                   PERFORM WRITE-SECURITY-EXCEPTION-PARAGRAPH
               END-IF
           END-IF.

       WRITE-SECURITY-EXCEPTION-PARAGRAPH.
           MOVE SPACES TO SECURITY-EXCEPTION-REC
           MOVE FUNCTION CURRENT-DATE (1:14) TO SE-EVENT-TIMESTAMP
           MOVE "STATCHK " TO SE-PROGRAM-NAME
           MOVE WS-AUTH-OPERATOR-ID TO SE-OPERATOR-ID
           MOVE WS-AUTH-FUNCTION TO SE-FUNCTION-NUMBER
           MOVE WS-AUTH-RECORD-KEY TO SE-RECORD-KEY
           MOVE WS-AUTH-REASON-CODE TO SE-REASON-CODE
           EVALUATE TRUE
               WHEN SE-NO-OPERATOR-ID
                   MOVE "NO OPERATOR ID" TO WS-AUTH-REASON-TEXT
               WHEN SE-NOT-ON-MASTER
                   MOVE "OPERATOR NOT ON MASTER" TO WS-AUTH-REASON-TEXT
               WHEN SE-RIGHT-NOT-GRANTED
                   MOVE "RIGHT NOT GRANTED" TO WS-AUTH-REASON-TEXT
               WHEN SE-AUTHORITY-EXPIRED
                   MOVE "AUTHORITY EXPIRED" TO WS-AUTH-REASON-TEXT
           END-EVALUATE
           MOVE WS-AUTH-REASON-TEXT TO SE-REASON-TEXT
           WRITE SECURITY-EXCEPTION-REC.

      * Prior nights' held transactions re-try against
      * tonight's approvals: approved holds apply through
      * the normal flow with the hold check exempted so
           MOVE ST-OLD-STATUS TO WS-OLD-STATUS
           MOVE ST-NEW-STATUS TO WS-STATUS
           MOVE ST-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
           MOVE ST-REASON-CODE TO WS-REASON-CODE
           MOVE HI-CASCADE-PARENT-ID TO WS-CASCADE-PARENT-ID
           MOVE HI-CASCADE-PARENT-TS TO WS-CASCADE-PARENT-TS
           PERFORM FIND-APPROVAL-PARAGRAPH
           IF APPROVAL-FOUND
               SET HOLD-CHECK-EXEMPT TO TRUE
               PERFORM GRANT-APPROVAL-PARAGRAPH
               PERFORM APPLY-TRANSACTION-PARAGRAPH
               SET HOLD-CHECK-IN-FORCE TO TRUE
               PERFORM PROCESS-CASCADE-QUEUE-PARAGRAPH
           ELSE
               PERFORM AGE-ONE-HOLD-PARAGRAPH
           END-IF.
           ELSE
               MOVE HI-TRANSACTION-IMAGE TO HO-TRANSACTION-IMAGE
               MOVE HI-HELD-DATE TO HO-HELD-DATE
               MOVE HI-CASCADE-PARENT-ID TO HO-CASCADE-PARENT-ID
               MOVE HI-CASCADE-PARENT-TS TO HO-CASCADE-PARENT-TS
               WRITE APPROVAL-HOLD-OUT-REC
           END-IF.

                   SET VALID-TRANSITION TO TRUE
           END-SEARCH.

      * The reason must be on the reason table and allowed
      * there for this old/new status pair.  A match leaves
      * XN-IDX on the reason, which the distribution tally
      * uses once the transaction applies.
       VALIDATE-REASON-PARAGRAPH.
           SET INVALID-REASON TO TRUE
           IF WS-REASON-CODE = SPACES
               MOVE "REASON CODE MISSING" TO WS-ERROR-REASON-TEXT
           ELSE
               SET XN-IDX TO 1
               SEARCH XN-REASON-ENTRY
                   AT END
                       MOVE "UNKNOWN REASON CODE"
                           TO WS-ERROR-REASON-TEXT
                   WHEN XN-REASON-CODE (XN-IDX) = WS-REASON-CODE
                       PERFORM CHECK-REASON-TRANSITION-PARAGRAPH
               END-SEARCH
           END-IF.

       CHECK-REASON-TRANSITION-PARAGRAPH.
           MOVE "REASON INVALID FOR TRANSITION"
               TO WS-ERROR-REASON-TEXT
           SET XA-IDX TO 1
           SEARCH XA-ALLOWED-ENTRY
               AT END
                   CONTINUE
               WHEN XA-REASON-CODE (XA-IDX) = WS-REASON-CODE
                   AND (XA-OLD-STATUS (XA-IDX) = 0
                       OR XA-OLD-STATUS (XA-IDX) = WS-OLD-STATUS)
                   AND (XA-NEW-STATUS (XA-IDX) = 0
                       OR XA-NEW-STATUS (XA-IDX) = WS-STATUS)
                   SET VALID-REASON TO TRUE
           END-SEARCH.

       WRITE-ERROR-PARAGRAPH.
           MOVE WS-ENTITY-ID TO EQ-ENTITY-ID
           MOVE WS-OLD-STATUS TO EQ-OLD-STATUS
           MOVE WS-ERROR-REASON-TEXT TO EQ-REASON-TEXT
           MOVE FUNCTION CURRENT-DATE (1:8) TO EQ-REJECT-DATE
           MOVE STATUS-TRANSACTION-REC TO EQ-ORIGINAL-RECORD
           MOVE WS-REASON-CODE TO EQ-REASON-CODE
           WRITE STATUS-ERROR-REC
           ADD 1 TO WS-ERROR-WRITE-COUNT.

           MOVE WS-STATUS TO OI-EVENT-CODE
           MOVE WS-MESSAGE TO OI-EVENT-TEXT
           MOVE FUNCTION CURRENT-DATE (1:14) TO OI-INTERFACE-TIMESTAMP
           MOVE WS-REASON-CODE TO OI-REASON-CODE
           MOVE WS-CASCADE-PARENT-ID TO OI-CASCADE-PARENT-ID
           WRITE OUTBOUND-INTERFACE-REC
           ADD 1 TO WS-OUTBND-DETAIL-COUNT.

           MOVE WS-OLD-STATUS TO AU-OLD-STATUS
           MOVE WS-STATUS TO AU-NEW-STATUS
           MOVE FUNCTION CURRENT-DATE (1:14) TO AU-TIMESTAMP
           MOVE AU-TIMESTAMP TO WS-LAST-AUDIT-TIMESTAMP
           MOVE WS-REASON-CODE TO AU-REASON-CODE
           MOVE WS-CASCADE-PARENT-ID TO AU-CASCADE-PARENT-ID
           MOVE WS-CASCADE-PARENT-TS TO AU-CASCADE-PARENT-TS
           WRITE STATUS-AUDIT-REC.

       TALLY-DISTRIBUTION-PARAGRAPH.
               ADD 1 TO WS-STATUS-DIST-COUNT (SD-IDX)
           ELSE
               ADD 1 TO WS-UNKNOWN-COUNT
           END-IF
           SET RD-IDX TO XN-IDX
           ADD 1 TO WS-REASON-DIST-COUNT (RD-IDX).

       WRITE-DISTRIBUTION-SUMMARY-PARAGRAPH.
           SET SC-IDX TO 1
               INTO STATUS-SUMMARY-REC
           WRITE STATUS-SUMMARY-REC
           MOVE SPACES TO STATUS-SUMMARY-REC
           STRING "APPR REFUSED   COUNT=" DELIMITED BY SIZE
               WS-APPR-REFUSED-COUNT DELIMITED BY SIZE
               INTO STATUS-SUMMARY-REC
           WRITE STATUS-SUMMARY-REC
           MOVE SPACES TO STATUS-SUMMARY-REC
           STRING "HOLDS EXPIRED  COUNT=" DELIMITED BY SIZE
               WS-EXPIRED-COUNT DELIMITED BY SIZE
               INTO STATUS-SUMMARY-REC
           WRITE STATUS-SUMMARY-REC
           PERFORM WRITE-REASON-LINE-PARAGRAPH
               VARYING XN-IDX FROM 1 BY 1
               UNTIL XN-IDX > 10
           MOVE SPACES TO STATUS-SUMMARY-REC
           STRING "CASCADED       COUNT=" DELIMITED BY SIZE
               WS-CASCADE-COUNT DELIMITED BY SIZE
               INTO STATUS-SUMMARY-REC
           WRITE STATUS-SUMMARY-REC
           MOVE SPACES TO STATUS-SUMMARY-REC
           STRING "CASCADE NO-OP  COUNT=" DELIMITED BY SIZE
               WS-CASCADE-NOOP-COUNT DELIMITED BY SIZE
               INTO STATUS-SUMMARY-REC
           WRITE STATUS-SUMMARY-REC
           MOVE SPACES TO STATUS-SUMMARY-REC
           STRING "REASON REJECTS COUNT=" DELIMITED BY SIZE
               WS-REASON-REJECT-COUNT DELIMITED BY SIZE
               INTO STATUS-SUMMARY-REC
           WRITE STATUS-SUMMARY-REC.

       WRITE-REASON-LINE-PARAGRAPH.
           SET RD-IDX TO XN-IDX
           MOVE SPACES TO STATUS-SUMMARY-REC
           STRING "REASON " XN-REASON-CODE (XN-IDX) " "
               XN-REASON-TEXT (XN-IDX) " COUNT=" DELIMITED BY SIZE
               WS-REASON-DIST-COUNT (RD-IDX) DELIMITED BY SIZE
               INTO STATUS-SUMMARY-REC
           WRITE STATUS-SUMMARY-REC.

       WRITE-DISTRIBUTION-LINE-PARAGRAPH.
