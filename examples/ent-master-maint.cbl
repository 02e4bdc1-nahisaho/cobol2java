      * finally rely on every master record having been
      * created under change control instead of one-off
      * scripts.
      *
      * A P transaction sets or clears the entity's parent
      * for the STATUS-CHECKER status cascade, and an add may
      * give one.  The parent must be on the master, and the
      * walk up its own parents must not lead back to the
      * entity, so the hierarchy can never loop.
      *
      * An N transaction replaces the name and mailing
      * address ENT-NOTICE sends status notices to, and
      * clears any undeliverable mark; the name, first
      * address line, city and postal code are required.
      * A U transaction marks the address undeliverable
      * when the mailroom gets a notice back, so the next
      * notice lists for follow-up instead of mailing.
      *
      * Every transaction names its submitting operator,
      * who must hold an unexpired entity maintenance right
      * on the OPRAUTH operator authority master.  Work from
      * anyone else is rejected unapplied and written to the
      * SECEXC security exception file for the access
      * review.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS ES-ENTITY-ID.
           SELECT MAINT-REGISTER-FILE ASSIGN TO "ENTMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATOR-AUTH-FILE ASSIGN TO "OPRAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OU-OPERATOR-ID.
           SELECT OPTIONAL SECURITY-EXCEPTION-FILE ASSIGN TO "SECEXC"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-REGISTER-FILE.
       01 MAINT-REGISTER-REC         PIC X(80).

       FD  OPERATOR-AUTH-FILE.
           COPY "OPRAUTH.CPY".

       FD  SECURITY-EXCEPTION-FILE.
           COPY "SECEXC.CPY".

       WORKING-STORAGE SECTION.
       COPY "STATCODE.CPY".

           88 VALID-STATUS             VALUE "Y".
           88 INVALID-STATUS           VALUE "N".

       01 WS-PARENT-VALID-SWITCH PIC X(01) VALUE "Y".
           88 VALID-PARENT             VALUE "Y".
           88 INVALID-PARENT           VALUE "N".
       01 WS-ADDRESS-VALID-SWITCH PIC X(01) VALUE "Y".
           88 VALID-ADDRESS            VALUE "Y".
           88 INVALID-ADDRESS          VALUE "N".
       01 WS-CHAIN-ENTITY-ID     PIC X(06) VALUE SPACES.
       01 WS-CHAIN-DEPTH         PIC 9(03) COMP VALUE 0.
       01 WS-MAX-CHAIN-DEPTH     PIC 9(03) COMP VALUE 50.

       01 WS-AUTH-SWITCH         PIC X(01) VALUE "Y".
           88 OPERATOR-AUTHORIZED      VALUE "Y".
           88 OPERATOR-REFUSED         VALUE "N".
       01 WS-AUTH-OPERATOR-ID    PIC X(08) VALUE SPACES.
       01 WS-AUTH-FUNCTION       PIC 9(01) VALUE 5.
       01 WS-AUTH-RECORD-KEY     PIC X(06) VALUE SPACES.
       01 WS-AUTH-CHECK-DATE     PIC X(08) VALUE SPACES.
       01 WS-AUTH-REASON-CODE    PIC X(01) VALUE SPACE.
       01 WS-AUTH-REASON-TEXT    PIC X(24) VALUE SPACES.

       01 WS-ACTION-RESULT       PIC X(30) VALUE SPACES.
       01 WS-REPORT-LINE         PIC X(80) VALUE SPACES.

       01 WS-ADD-COUNT           PIC 9(05) VALUE 0.
       01 WS-INACTIVATE-COUNT    PIC 9(05) VALUE 0.
       01 WS-PARENT-COUNT        PIC 9(05) VALUE 0.
       01 WS-ADDRESS-COUNT       PIC 9(05) VALUE 0.
       01 WS-UNDELIVERABLE-COUNT PIC 9(05) VALUE 0.
       01 WS-REJECT-COUNT        PIC 9(05) VALUE 0.
       01 WS-REFUSED-COUNT       PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-AUTH-CHECK-DATE
           OPEN INPUT ENTITY-MAINT-FILE
           OPEN I-O ENTITY-MASTER-FILE
           OPEN INPUT OPERATOR-AUTH-FILE
           OPEN EXTEND SECURITY-EXCEPTION-FILE
           OPEN OUTPUT MAINT-REGISTER-FILE
           PERFORM PRINT-HEADING-PARAGRAPH
           PERFORM READ-MAINT-PARAGRAPH
           PERFORM PRINT-REGISTER-TOTAL-PARAGRAPH
           CLOSE ENTITY-MAINT-FILE
           CLOSE ENTITY-MASTER-FILE
           CLOSE OPERATOR-AUTH-FILE
           CLOSE SECURITY-EXCEPTION-FILE
           CLOSE MAINT-REGISTER-FILE
           STOP RUN.

           END-READ.

       APPLY-MAINT-PARAGRAPH.
           MOVE NT-OPERATOR-ID TO WS-AUTH-OPERATOR-ID
           MOVE NT-ENTITY-ID TO WS-AUTH-RECORD-KEY
           PERFORM CHECK-OPERATOR-AUTHORITY-PARAGRAPH
           IF OPERATOR-REFUSED
               MOVE "REJECTED - NOT AUTHORIZED" TO WS-ACTION-RESULT
               ADD 1 TO WS-REJECT-COUNT
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
               PERFORM READ-MASTER-PARAGRAPH
               EVALUATE TRUE
                   WHEN NT-ADD-ACTION
                       PERFORM APPLY-ADD-PARAGRAPH
                   WHEN NT-INACTIVATE-ACTION
                       PERFORM APPLY-INACTIVATE-PARAGRAPH
                   WHEN NT-PARENT-ACTION
                       PERFORM APPLY-PARENT-PARAGRAPH
                   WHEN NT-ADDRESS-ACTION
                       PERFORM APPLY-ADDRESS-PARAGRAPH
                   WHEN NT-UNDELIVERABLE-ACTION
                       PERFORM APPLY-UNDELIVERABLE-PARAGRAPH
                   WHEN OTHER
                       MOVE "REJECTED - UNKNOWN ACTION CODE"
                           TO WS-ACTION-RESULT
                       ADD 1 TO WS-REJECT-COUNT
               END-EVALUATE
           END-IF.

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
               PERFORM WRITE-SECURITY-EXCEPTION-PARAGRAPH
           END-IF.

       WRITE-SECURITY-EXCEPTION-PARAGRAPH.
           MOVE SPACES TO SECURITY-EXCEPTION-REC
           MOVE FUNCTION CURRENT-DATE (1:14) TO SE-EVENT-TIMESTAMP
           MOVE "ENTMAINT" TO SE-PROGRAM-NAME
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

       READ-MASTER-PARAGRAPH.
           SET MASTER-NOT-FOUND TO TRUE
                       TO WS-ACTION-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   PERFORM VALIDATE-PARENT-PARAGRAPH
               END-IF
               SET VALID-ADDRESS TO TRUE
               IF VALID-STATUS AND VALID-PARENT
                       AND NT-ENTITY-NAME NOT = SPACES
                   PERFORM VALIDATE-ADDRESS-PARAGRAPH
               END-IF
               IF VALID-STATUS AND VALID-PARENT AND VALID-ADDRESS
                   MOVE SPACES TO ENTITY-MASTER-REC
                   MOVE NT-ENTITY-ID TO ES-ENTITY-ID
                   MOVE NT-INITIAL-STATUS TO ES-CURRENT-STATUS
                   MOVE FUNCTION CURRENT-DATE (1:14)
                       TO ES-LAST-TRANS-TIMESTAMP
                   MOVE NT-PARENT-ENTITY-ID TO ES-PARENT-ENTITY-ID
                   IF NT-ENTITY-NAME NOT = SPACES
                       PERFORM MOVE-ADDRESS-PARAGRAPH
                   END-IF
                   WRITE ENTITY-MASTER-REC
                   MOVE "ADDED" TO WS-ACTION-RESULT
                   ADD 1 TO WS-ADD-COUNT
               END-IF
           END-IF.

       APPLY-PARENT-PARAGRAPH.
           IF MASTER-NOT-FOUND
               MOVE "REJECTED - NOT ON MASTER" TO WS-ACTION-RESULT
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               PERFORM VALIDATE-PARENT-PARAGRAPH
               IF VALID-PARENT
                   PERFORM READ-MASTER-PARAGRAPH
                   MOVE NT-PARENT-ENTITY-ID TO ES-PARENT-ENTITY-ID
                   REWRITE ENTITY-MASTER-REC
                   IF NT-PARENT-ENTITY-ID = SPACES
                       MOVE "PARENT REMOVED" TO WS-ACTION-RESULT
                   ELSE
                       MOVE "PARENT SET" TO WS-ACTION-RESULT
                   END-IF
                   ADD 1 TO WS-PARENT-COUNT
               END-IF
           END-IF.

       APPLY-ADDRESS-PARAGRAPH.
           IF MASTER-NOT-FOUND
               MOVE "REJECTED - NOT ON MASTER" TO WS-ACTION-RESULT
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               PERFORM VALIDATE-ADDRESS-PARAGRAPH
               IF VALID-ADDRESS
                   PERFORM MOVE-ADDRESS-PARAGRAPH
                   REWRITE ENTITY-MASTER-REC
                   MOVE "ADDRESS CHANGED" TO WS-ACTION-RESULT
                   ADD 1 TO WS-ADDRESS-COUNT
               END-IF
           END-IF.

       APPLY-UNDELIVERABLE-PARAGRAPH.
           IF MASTER-NOT-FOUND
               MOVE "REJECTED - NOT ON MASTER" TO WS-ACTION-RESULT
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               IF ES-ADDRESS-UNDELIVERABLE
                   MOVE "REJECTED - ALREADY RETURNED"
                       TO WS-ACTION-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   SET ES-ADDRESS-UNDELIVERABLE TO TRUE
                   MOVE FUNCTION CURRENT-DATE (1:8)
                       TO ES-ADDRESS-CHANGE-DATE
                   REWRITE ENTITY-MASTER-REC
                   MOVE "MARKED UNDELIVERABLE" TO WS-ACTION-RESULT
                   ADD 1 TO WS-UNDELIVERABLE-COUNT
               END-IF
           END-IF.

       VALIDATE-ADDRESS-PARAGRAPH.
           SET VALID-ADDRESS TO TRUE
           IF NT-ENTITY-NAME = SPACES
                   OR NT-ADDRESS-LINE-1 = SPACES
                   OR NT-CITY = SPACES
                   OR NT-POSTAL-CODE = SPACES
               SET INVALID-ADDRESS TO TRUE
               MOVE "REJECTED - INCOMPLETE ADDRESS"
                   TO WS-ACTION-RESULT
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

      * A new address is presumed good until mail comes back.
       MOVE-ADDRESS-PARAGRAPH.
           MOVE NT-ENTITY-NAME TO ES-ENTITY-NAME
           MOVE NT-ADDRESS-LINE-1 TO ES-ADDRESS-LINE-1
           MOVE NT-ADDRESS-LINE-2 TO ES-ADDRESS-LINE-2
           MOVE NT-CITY TO ES-CITY
           MOVE NT-STATE-CODE TO ES-STATE-CODE
           MOVE NT-POSTAL-CODE TO ES-POSTAL-CODE
           MOVE SPACE TO ES-ADDRESS-STATUS
           MOVE FUNCTION CURRENT-DATE (1:8)
               TO ES-ADDRESS-CHANGE-DATE.

      * Walks up from the proposed parent through each
      * ancestor's own parent.  Reaching the entity itself
      * would make a loop; the depth limit stops a walk
      * through a loop already on file.  The reads overlay
      * the master record area, so callers re-read or rebuild
      * the entity's record afterwards.
       VALIDATE-PARENT-PARAGRAPH.
           SET VALID-PARENT TO TRUE
           MOVE NT-PARENT-ENTITY-ID TO WS-CHAIN-ENTITY-ID
           MOVE 0 TO WS-CHAIN-DEPTH
           PERFORM UNTIL WS-CHAIN-ENTITY-ID = SPACES
                   OR INVALID-PARENT
               ADD 1 TO WS-CHAIN-DEPTH
               IF WS-CHAIN-ENTITY-ID = NT-ENTITY-ID
                       OR WS-CHAIN-DEPTH > WS-MAX-CHAIN-DEPTH
                   SET INVALID-PARENT TO TRUE
                   MOVE "REJECTED - PARENT LOOP"
                       TO WS-ACTION-RESULT
               ELSE
                   MOVE WS-CHAIN-ENTITY-ID TO ES-ENTITY-ID
                   READ ENTITY-MASTER-FILE
                       INVALID KEY
                           MOVE SPACES TO ES-PARENT-ENTITY-ID
                           IF WS-CHAIN-DEPTH = 1
                               SET INVALID-PARENT TO TRUE
                               MOVE "REJECTED - NO PARENT ON MASTER"
                                   TO WS-ACTION-RESULT
                           END-IF
                   END-READ
                   MOVE ES-PARENT-ENTITY-ID TO WS-CHAIN-ENTITY-ID
               END-IF
           END-PERFORM
           IF INVALID-PARENT
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

      * Inactivation moves the entity to status 3 per the
      * STATCODE table; a second inactivation rejects the
      * way a second termination does on the employee side.
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACT ENT ID STATUS PARENT OPERATOR RESULT"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE.

           STRING NT-ACTION-CODE "   " DELIMITED BY SIZE
               NT-ENTITY-ID " " DELIMITED BY SIZE
               NT-INITIAL-STATUS "      " DELIMITED BY SIZE
               NT-PARENT-ENTITY-ID " " DELIMITED BY SIZE
               NT-OPERATOR-ID " " DELIMITED BY SIZE
               WS-ACTION-RESULT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE.
               WS-INACTIVATE-COUNT DELIMITED BY SIZE
               "  REJECTED=" DELIMITED BY SIZE
               WS-REJECT-COUNT DELIMITED BY SIZE
               "  PARENTED=" DELIMITED BY SIZE
               WS-PARENT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "MAINT TOTALS  ADDRESSED=" DELIMITED BY SIZE
               WS-ADDRESS-COUNT DELIMITED BY SIZE
               "  UNDELIVERABLE=" DELIMITED BY SIZE
               WS-UNDELIVERABLE-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SECURITY      REFUSED=" DELIMITED BY SIZE
               WS-REFUSED-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE.
