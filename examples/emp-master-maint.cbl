      * validated against the TAXBRKT bracket sets and the
      * work state against the STRATE rate table so a bad
      * election cannot reach the tax run.
      *
      * Every transaction names its submitting operator,
      * who must hold an unexpired employee maintenance
      * right on the OPRAUTH operator authority master.
      * Work from anyone else is rejected unapplied and
      * written to the SECEXC security exception file for
      * the access review.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS EM-EMPLOYEE-ID.
           SELECT MAINT-REGISTER-FILE ASSIGN TO "EMPMRPT"
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
       COPY "TAXBRKT.CPY".
       COPY "STRATE.CPY".
           88 MASTER-FOUND             VALUE "Y".
           88 MASTER-NOT-FOUND         VALUE "N".

       01 WS-AUTH-SWITCH         PIC X(01) VALUE "Y".
           88 OPERATOR-AUTHORIZED      VALUE "Y".
           88 OPERATOR-REFUSED         VALUE "N".
       01 WS-AUTH-OPERATOR-ID    PIC X(08) VALUE SPACES.
       01 WS-AUTH-FUNCTION       PIC 9(01) VALUE 4.
       01 WS-AUTH-RECORD-KEY     PIC X(06) VALUE SPACES.
       01 WS-AUTH-CHECK-DATE     PIC X(08) VALUE SPACES.
       01 WS-AUTH-REASON-CODE    PIC X(01) VALUE SPACE.
       01 WS-AUTH-REASON-TEXT    PIC X(24) VALUE SPACES.

       01 WS-ACTION-RESULT       PIC X(30) VALUE SPACES.
       01 WS-REPORT-LINE         PIC X(80) VALUE SPACES.

       01 WS-WORK-STATE-COUNT    PIC 9(05) VALUE 0.
       01 WS-WITHHOLD-COUNT      PIC 9(05) VALUE 0.
       01 WS-REJECT-COUNT        PIC 9(05) VALUE 0.
       01 WS-REFUSED-COUNT       PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-AUTH-CHECK-DATE
           OPEN INPUT EMPLOYEE-MAINT-FILE
           OPEN I-O EMPLOYEE-MASTER-FILE
           OPEN INPUT OPERATOR-AUTH-FILE
           OPEN EXTEND SECURITY-EXCEPTION-FILE
           OPEN OUTPUT MAINT-REGISTER-FILE
           PERFORM PRINT-HEADING-PARAGRAPH
           PERFORM READ-MAINT-PARAGRAPH
           PERFORM PRINT-REGISTER-TOTAL-PARAGRAPH
           CLOSE EMPLOYEE-MAINT-FILE
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE OPERATOR-AUTH-FILE
           CLOSE SECURITY-EXCEPTION-FILE
           CLOSE MAINT-REGISTER-FILE
           STOP RUN.

           END-READ.

       APPLY-MAINT-PARAGRAPH.
           MOVE MT-OPERATOR-ID TO WS-AUTH-OPERATOR-ID
           MOVE MT-EMPLOYEE-ID TO WS-AUTH-RECORD-KEY
           PERFORM CHECK-OPERATOR-AUTHORITY-PARAGRAPH
           IF OPERATOR-REFUSED
               MOVE "REJECTED - NOT AUTHORIZED" TO WS-ACTION-RESULT
               ADD 1 TO WS-REJECT-COUNT
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
               PERFORM READ-MASTER-PARAGRAPH
               EVALUATE TRUE
                   WHEN MT-ADD-ACTION
                       PERFORM APPLY-ADD-PARAGRAPH
                   WHEN MT-CHANGE-ACTION
                       PERFORM APPLY-CHANGE-PARAGRAPH
                   WHEN MT-TERMINATE-ACTION
                       PERFORM APPLY-TERMINATE-PARAGRAPH
                   WHEN MT-FILING-ACTION
                       PERFORM APPLY-FILING-STATUS-PARAGRAPH
                   WHEN MT-WORK-STATE-ACTION
                       PERFORM APPLY-WORK-STATE-PARAGRAPH
                   WHEN MT-WITHHOLD-ACTION
                       PERFORM APPLY-WITHHOLDING-PARAGRAPH
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
           MOVE "EMPMAINT" TO SE-PROGRAM-NAME
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
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACT EMP ID NAME                 OPERATOR RESULT"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE.

           STRING MT-ACTION-CODE "   " DELIMITED BY SIZE
               MT-EMPLOYEE-ID " " DELIMITED BY SIZE
               MT-EMPLOYEE-NAME " " DELIMITED BY SIZE
               MT-OPERATOR-ID " " DELIMITED BY SIZE
               WS-ACTION-RESULT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE.
               "  WITHHOLDING=" DELIMITED BY SIZE
               WS-WITHHOLD-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SECURITY      REFUSED=" DELIMITED BY SIZE
               WS-REFUSED-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE.
