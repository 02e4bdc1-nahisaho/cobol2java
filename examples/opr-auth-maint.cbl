       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPR-AUTH-MAINT.
       AUTHOR. COBOL2Java Team.
      *
      * Operator authority master maintenance program
      *
      * Modeled on EMP-MASTER-MAINT: loops over an
      * OPERATOR-MAINT-FILE of add/change/revoke
      * transactions from the security administrator and
      * applies each one to the keyed OPRAUTH operator
      * authority master that REJECT-RECYCLE,
      * EMP-MASTER-MAINT, ENT-MASTER-MAINT and the
      * STATUS-CHECKER approval check consult before they
      * accept an operator's work.
      *
      * An add needs the operator's name; an add or change
      * needs all seven rights flags as Y or N and an expiry
      * date that is a real date not already past.  A
      * change replaces the rights and expiry, and the name
      * when one is given.  A revoke sets every right to N
      * and leaves the record on the master so the access
      * review still shows who held what.  Every transaction
      * names the administrator making it, who is stamped
      * on the record with the change date; no one may
      * change their own authority.  The administrator must
      * be on OPRAUTH with an unexpired administration right
      * (7); maintenance from anyone else is rejected
      * unapplied and written to the SECEXC security
      * exception file for the access review.  The one
      * exception loads the first administrator: while
      * OPRAUTH is empty an add is taken without that check,
      * and it must grant the administration right.  The
      * register prints the rights before and after every
      * change plus balancing totals per action.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MAINT-FILE ASSIGN TO "OPRMTXN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OPERATOR-AUTH-FILE ASSIGN TO "OPRAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OU-OPERATOR-ID.
           SELECT MAINT-REGISTER-FILE ASSIGN TO "OPRMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SECURITY-EXCEPTION-FILE ASSIGN TO "SECEXC"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MAINT-FILE.
           COPY "OPRMTXN.CPY".

       FD  OPERATOR-AUTH-FILE.
           COPY "OPRAUTH.CPY".

       FD  MAINT-REGISTER-FILE.
       01 MAINT-REGISTER-REC         PIC X(80).

       FD  SECURITY-EXCEPTION-FILE.
           COPY "SECEXC.CPY".

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH   PIC X(01) VALUE "N".
           88 END-OF-MAINT-FILE         VALUE "Y".

       01 WS-MASTER-FOUND-SWITCH PIC X(01) VALUE "N".
           88 MASTER-FOUND             VALUE "Y".
           88 MASTER-NOT-FOUND         VALUE "N".

       01 WS-TXN-VALID-SWITCH    PIC X(01) VALUE "Y".
           88 VALID-TRANSACTION        VALUE "Y".
           88 INVALID-TRANSACTION      VALUE "N".

       01 WS-OPRAUTH-EMPTY-SWITCH PIC X(01) VALUE "N".
           88 OPRAUTH-EMPTY            VALUE "Y".
           88 OPRAUTH-LOADED           VALUE "N".

       01 WS-AUTH-SWITCH         PIC X(01) VALUE "Y".
           88 OPERATOR-AUTHORIZED      VALUE "Y".
           88 OPERATOR-REFUSED         VALUE "N".
       01 WS-AUTH-OPERATOR-ID    PIC X(08) VALUE SPACES.
       01 WS-AUTH-FUNCTION       PIC 9(01) VALUE 7.
       01 WS-AUTH-TARGET-ID      PIC X(08) VALUE SPACES.
       01 WS-AUTH-CHECK-DATE     PIC X(08) VALUE SPACES.
       01 WS-AUTH-REASON-CODE    PIC X(01) VALUE SPACE.
       01 WS-AUTH-REASON-TEXT    PIC X(24) VALUE SPACES.

       01 WS-RIGHT-SUB           PIC 9(01) COMP VALUE 0.
       01 WS-TODAY-DATE          PIC X(08) VALUE SPACES.
       01 WS-EXPIRY-DATE-NUM     PIC 9(08) VALUE 0.
       01 WS-EXPIRY-INTEGER      PIC 9(08) VALUE 0.
       01 WS-EXPIRY-CHECK-DATE   PIC 9(08) VALUE 0.
       01 WS-BEFORE-RIGHTS       PIC X(07) VALUE SPACES.
       01 WS-AFTER-RIGHTS        PIC X(07) VALUE SPACES.
       01 WS-AFTER-EXPIRY        PIC X(08) VALUE SPACES.

       01 WS-ACTION-RESULT       PIC X(31) VALUE SPACES.
       01 WS-REPORT-LINE         PIC X(80) VALUE SPACES.

       01 WS-ADD-COUNT           PIC 9(05) VALUE 0.
       01 WS-CHANGE-COUNT        PIC 9(05) VALUE 0.
       01 WS-REVOKE-COUNT        PIC 9(05) VALUE 0.
       01 WS-REJECT-COUNT        PIC 9(05) VALUE 0.
       01 WS-REFUSED-COUNT       PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE TO WS-AUTH-CHECK-DATE
           OPEN INPUT OPERATOR-MAINT-FILE
           OPEN I-O OPERATOR-AUTH-FILE
           OPEN EXTEND SECURITY-EXCEPTION-FILE
           OPEN OUTPUT MAINT-REGISTER-FILE
           PERFORM CHECK-MASTER-EMPTY-PARAGRAPH
           PERFORM PRINT-HEADING-PARAGRAPH
           PERFORM READ-MAINT-PARAGRAPH
           PERFORM UNTIL END-OF-MAINT-FILE
               MOVE SPACES TO WS-BEFORE-RIGHTS
               MOVE SPACES TO WS-AFTER-RIGHTS
               MOVE SPACES TO WS-AFTER-EXPIRY
               PERFORM APPLY-MAINT-PARAGRAPH
               PERFORM PRINT-REGISTER-LINE-PARAGRAPH
               PERFORM READ-MAINT-PARAGRAPH
           END-PERFORM
           PERFORM PRINT-REGISTER-TOTAL-PARAGRAPH
           CLOSE OPERATOR-MAINT-FILE
           CLOSE OPERATOR-AUTH-FILE
           CLOSE SECURITY-EXCEPTION-FILE
           CLOSE MAINT-REGISTER-FILE
           STOP RUN.

       READ-MAINT-PARAGRAPH.
           READ OPERATOR-MAINT-FILE
               AT END
                   SET END-OF-MAINT-FILE TO TRUE
           END-READ.

      * A master with no records at all can only be loaded
      * by the first administrator's add.
       CHECK-MASTER-EMPTY-PARAGRAPH.
           SET OPRAUTH-LOADED TO TRUE
           MOVE LOW-VALUES TO OU-OPERATOR-ID
           START OPERATOR-AUTH-FILE KEY >= OU-OPERATOR-ID
               INVALID KEY
                   SET OPRAUTH-EMPTY TO TRUE
           END-START.

      * The administrator's own record is read first, so
      * the master record is read afterwards for the apply.
       APPLY-MAINT-PARAGRAPH.
           PERFORM VALIDATE-KEY-PARAGRAPH
           IF VALID-TRANSACTION
                   AND NOT (OPRAUTH-EMPTY AND OX-ADD-ACTION)
               MOVE OX-ADMIN-ID TO WS-AUTH-OPERATOR-ID
               MOVE OX-OPERATOR-ID TO WS-AUTH-TARGET-ID
               PERFORM CHECK-OPERATOR-AUTHORITY-PARAGRAPH
               IF OPERATOR-REFUSED
                   SET INVALID-TRANSACTION TO TRUE
                   MOVE "REJECTED - ADMIN NOT AUTHORIZED"
                       TO WS-ACTION-RESULT
                   ADD 1 TO WS-REFUSED-COUNT
               END-IF
           END-IF
           PERFORM READ-MASTER-PARAGRAPH
           IF INVALID-TRANSACTION
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               EVALUATE TRUE
                   WHEN OX-ADD-ACTION
                       PERFORM APPLY-ADD-PARAGRAPH
                   WHEN OX-CHANGE-ACTION
                       PERFORM APPLY-CHANGE-PARAGRAPH
                   WHEN OX-REVOKE-ACTION
                       PERFORM APPLY-REVOKE-PARAGRAPH
                   WHEN OTHER
                       MOVE "REJECTED - UNKNOWN ACTION CODE"
                           TO WS-ACTION-RESULT
                       ADD 1 TO WS-REJECT-COUNT
               END-EVALUATE
           END-IF.

       READ-MASTER-PARAGRAPH.
           SET MASTER-NOT-FOUND TO TRUE
           MOVE OX-OPERATOR-ID TO OU-OPERATOR-ID
           READ OPERATOR-AUTH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MASTER-FOUND TO TRUE
                   MOVE OU-RIGHTS-AREA TO WS-BEFORE-RIGHTS
           END-READ.

      * An administrator granting or revoking their own
      * authority would defeat the point of the master.
       VALIDATE-KEY-PARAGRAPH.
           SET VALID-TRANSACTION TO TRUE
           IF OX-OPERATOR-ID = SPACES
               SET INVALID-TRANSACTION TO TRUE
               MOVE "REJECTED - NO OPERATOR ID" TO WS-ACTION-RESULT
           ELSE
               IF OX-ADMIN-ID = SPACES
                   SET INVALID-TRANSACTION TO TRUE
                   MOVE "REJECTED - NO ADMINISTRATOR ID"
                       TO WS-ACTION-RESULT
               ELSE
                   IF OX-ADMIN-ID = OX-OPERATOR-ID
                       SET INVALID-TRANSACTION TO TRUE
                       MOVE "REJECTED - OWN AUTHORITY"
                           TO WS-ACTION-RESULT
                   END-IF
               END-IF
           END-IF.

      * The administrator must be on the authority master
      * with the administration right set and the expiry
      * date not yet passed; a missing id, or an expiry
      * date that is not a date, refuses outright.
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
           MOVE "OPRMAINT" TO SE-PROGRAM-NAME
           MOVE WS-AUTH-OPERATOR-ID TO SE-OPERATOR-ID
           MOVE WS-AUTH-FUNCTION TO SE-FUNCTION-NUMBER
           MOVE WS-AUTH-TARGET-ID TO SE-TARGET-OPERATOR-ID
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

       VALIDATE-GRANT-PARAGRAPH.
           SET VALID-TRANSACTION TO TRUE
           PERFORM VALIDATE-RIGHT-PARAGRAPH
               VARYING WS-RIGHT-SUB FROM 1 BY 1
               UNTIL WS-RIGHT-SUB > 7
           IF INVALID-TRANSACTION
               MOVE "REJECTED - RIGHTS NOT Y OR N"
                   TO WS-ACTION-RESULT
           ELSE
               PERFORM VALIDATE-EXPIRY-PARAGRAPH
           END-IF.

       VALIDATE-RIGHT-PARAGRAPH.
           IF OX-RIGHT (WS-RIGHT-SUB) NOT = "Y"
                   AND OX-RIGHT (WS-RIGHT-SUB) NOT = "N"
               SET INVALID-TRANSACTION TO TRUE
           END-IF.

      * The expiry must survive a round trip through the
      * day count to prove it is a real calendar date.
       VALIDATE-EXPIRY-PARAGRAPH.
           IF OX-EXPIRY-DATE NOT NUMERIC
               SET INVALID-TRANSACTION TO TRUE
               MOVE "REJECTED - INVALID EXPIRY DATE"
                   TO WS-ACTION-RESULT
           ELSE
               MOVE OX-EXPIRY-DATE TO WS-EXPIRY-DATE-NUM
               IF WS-EXPIRY-DATE-NUM < 16010101
                   SET INVALID-TRANSACTION TO TRUE
                   MOVE "REJECTED - INVALID EXPIRY DATE"
                       TO WS-ACTION-RESULT
               ELSE
                   COMPUTE WS-EXPIRY-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-EXPIRY-DATE-NUM)
                   COMPUTE WS-EXPIRY-CHECK-DATE =
                       FUNCTION DATE-OF-INTEGER (WS-EXPIRY-INTEGER)
                   IF WS-EXPIRY-CHECK-DATE NOT = WS-EXPIRY-DATE-NUM
                       SET INVALID-TRANSACTION TO TRUE
                       MOVE "REJECTED - INVALID EXPIRY DATE"
                           TO WS-ACTION-RESULT
                   ELSE
                       IF OX-EXPIRY-DATE < WS-TODAY-DATE
                           SET INVALID-TRANSACTION TO TRUE
                           MOVE "REJECTED - EXPIRY ALREADY PAST"
                               TO WS-ACTION-RESULT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       APPLY-ADD-PARAGRAPH.
           IF MASTER-FOUND
               MOVE "REJECTED - ALREADY ON MASTER" TO WS-ACTION-RESULT
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               IF OX-OPERATOR-NAME = SPACES
                   MOVE "REJECTED - NO OPERATOR NAME"
                       TO WS-ACTION-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   PERFORM VALIDATE-GRANT-PARAGRAPH
                   IF VALID-TRANSACTION AND OPRAUTH-EMPTY
                           AND OX-RIGHT (7) NOT = "Y"
                       SET INVALID-TRANSACTION TO TRUE
                       MOVE "REJECTED - FIRST MUST BE ADMIN"
                           TO WS-ACTION-RESULT
                   END-IF
                   IF INVALID-TRANSACTION
                       ADD 1 TO WS-REJECT-COUNT
                   ELSE
                       MOVE SPACES TO OPERATOR-AUTH-REC
                       MOVE OX-OPERATOR-ID TO OU-OPERATOR-ID
                       MOVE OX-OPERATOR-NAME TO OU-OPERATOR-NAME
                       MOVE OX-RIGHTS-AREA TO OU-RIGHTS-AREA
                       MOVE OX-EXPIRY-DATE TO OU-EXPIRY-DATE
                       PERFORM STAMP-CHANGE-PARAGRAPH
                       WRITE OPERATOR-AUTH-REC
                       MOVE "ADDED" TO WS-ACTION-RESULT
                       ADD 1 TO WS-ADD-COUNT
                       SET OPRAUTH-LOADED TO TRUE
                   END-IF
               END-IF
           END-IF.

       APPLY-CHANGE-PARAGRAPH.
           IF MASTER-NOT-FOUND
               MOVE "REJECTED - NOT ON MASTER" TO WS-ACTION-RESULT
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               PERFORM VALIDATE-GRANT-PARAGRAPH
               IF INVALID-TRANSACTION
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   IF OX-OPERATOR-NAME NOT = SPACES
                       MOVE OX-OPERATOR-NAME TO OU-OPERATOR-NAME
                   END-IF
                   MOVE OX-RIGHTS-AREA TO OU-RIGHTS-AREA
                   MOVE OX-EXPIRY-DATE TO OU-EXPIRY-DATE
                   PERFORM STAMP-CHANGE-PARAGRAPH
                   REWRITE OPERATOR-AUTH-REC
                   MOVE "RIGHTS CHANGED" TO WS-ACTION-RESULT
                   ADD 1 TO WS-CHANGE-COUNT
               END-IF
           END-IF.

       APPLY-REVOKE-PARAGRAPH.
           IF MASTER-NOT-FOUND
               MOVE "REJECTED - NOT ON MASTER" TO WS-ACTION-RESULT
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               IF OU-RIGHTS-AREA = "NNNNNNN"
                   MOVE "REJECTED - ALREADY REVOKED"
                       TO WS-ACTION-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   MOVE "NNNNNNN" TO OU-RIGHTS-AREA
                   PERFORM STAMP-CHANGE-PARAGRAPH
                   REWRITE OPERATOR-AUTH-REC
                   MOVE "REVOKED" TO WS-ACTION-RESULT
                   ADD 1 TO WS-REVOKE-COUNT
               END-IF
           END-IF.

       STAMP-CHANGE-PARAGRAPH.
           MOVE OX-ADMIN-ID TO OU-GRANTED-BY
           MOVE WS-TODAY-DATE TO OU-LAST-CHANGE-DATE
           MOVE OU-RIGHTS-AREA TO WS-AFTER-RIGHTS
           MOVE OU-EXPIRY-DATE TO WS-AFTER-EXPIRY.

       PRINT-HEADING-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "OPERATOR AUTHORITY MAINTENANCE REGISTER - "
               WS-TODAY-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACT OPERATOR BEFORE  AFTER   EXPIRES  ADMIN    "
               "RESULT"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE.

       PRINT-REGISTER-LINE-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING OX-ACTION-CODE "   " DELIMITED BY SIZE
               OX-OPERATOR-ID " " DELIMITED BY SIZE
               WS-BEFORE-RIGHTS " " DELIMITED BY SIZE
               WS-AFTER-RIGHTS " " DELIMITED BY SIZE
               WS-AFTER-EXPIRY " " DELIMITED BY SIZE
               OX-ADMIN-ID " " DELIMITED BY SIZE
               WS-ACTION-RESULT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE.

       PRINT-REGISTER-TOTAL-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "MAINT TOTALS  ADDED=" DELIMITED BY SIZE
               WS-ADD-COUNT DELIMITED BY SIZE
               "  CHANGED=" DELIMITED BY SIZE
               WS-CHANGE-COUNT DELIMITED BY SIZE
               "  REVOKED=" DELIMITED BY SIZE
               WS-REVOKE-COUNT DELIMITED BY SIZE
               "  REJECTED=" DELIMITED BY SIZE
               WS-REJECT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SECURITY      REFUSED=" DELIMITED BY SIZE
               WS-REFUSED-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE.
