      * its original and corrected images and the correcting
      * operator; rejects still outstanding after the
      * RCYCTL escalation age are flagged.
      *
      * A correction card is honoured only when its operator
      * holds the unexpired correction right for the card's
      * feed (income, score or status) on the OPRAUTH
      * operator authority master.  A refused card is listed
      * on the audit report and written to the SECEXC
      * security exception file, and its reject stays
      * outstanding as if no card had come in.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CORRECTION-AUDIT-FILE ASSIGN TO "CORRAUD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATOR-AUTH-FILE ASSIGN TO "OPRAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OU-OPERATOR-ID.
           SELECT OPTIONAL SECURITY-EXCEPTION-FILE ASSIGN TO "SECEXC"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CORRECTION-AUDIT-FILE.
       01 CORRECTION-AUDIT-REC     PIC X(80).

       FD  OPERATOR-AUTH-FILE.
           COPY "OPRAUTH.CPY".

       FD  SECURITY-EXCEPTION-FILE.
           COPY "SECEXC.CPY".

       WORKING-STORAGE SECTION.
       01 WS-CARD-TABLE-AREA.
           05 WS-CARD-ENTRY OCCURS 500 TIMES
               10 WS-CARD-RECORD-IMAGE PIC X(42).
               10 WS-CARD-USED-SWITCH  PIC X(01).
                   88 CARD-USED             VALUE "Y".
                   88 CARD-AVAILABLE        VALUE "N".
                   88 CARD-REFUSED          VALUE "R".
       01 WS-CARD-COUNT           PIC 9(04) COMP VALUE 0.
       01 WS-MAX-CARDS            PIC 9(04) COMP VALUE 500.

       01 WS-REJECT-AGE-DAYS   PIC 9(05) VALUE 0.
       01 WS-ESCALATE-DAYS     PIC 9(03) VALUE 3.

       01 WS-AUTH-SWITCH       PIC X(01) VALUE "Y".
           88 OPERATOR-AUTHORIZED      VALUE "Y".
           88 OPERATOR-REFUSED         VALUE "N".
       01 WS-AUTH-OPERATOR-ID  PIC X(08) VALUE SPACES.
       01 WS-AUTH-FUNCTION     PIC 9(01) VALUE 0.
       01 WS-AUTH-RECORD-KEY   PIC X(06) VALUE SPACES.
       01 WS-AUTH-CHECK-DATE   PIC X(08) VALUE SPACES.
       01 WS-AUTH-REASON-CODE  PIC X(01) VALUE SPACE.
       01 WS-AUTH-REASON-TEXT  PIC X(24) VALUE SPACES.

       01 WS-REPORT-LINE       PIC X(80) VALUE SPACES.
       01 WS-CORRECTED-COUNT   PIC 9(05) VALUE 0.
       01 WS-OUTSTANDING-COUNT PIC 9(05) VALUE 0.
       01 WS-ESCALATED-COUNT   PIC 9(05) VALUE 0.
       01 WS-UNMATCHED-CARD-COUNT PIC 9(05) VALUE 0.
       01 WS-REFUSED-CARD-COUNT PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           COMPUTE WS-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL (FUNCTION CURRENT-DATE (1:8)))
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-AUTH-CHECK-DATE
           PERFORM READ-RECYCLE-CONTROL-PARAGRAPH
           PERFORM LOAD-CORRECTION-CARDS-PARAGRAPH
           OPEN OUTPUT RECYCLED-INCOME-FILE
           OPEN OUTPUT RECYCLED-STATUS-FILE
           OPEN OUTPUT CORRECTION-AUDIT-FILE
           PERFORM PRINT-AUDIT-HEADING-PARAGRAPH
           OPEN INPUT OPERATOR-AUTH-FILE
           OPEN EXTEND SECURITY-EXCEPTION-FILE
           PERFORM CHECK-CARD-AUTHORITY-PARAGRAPH
               VARYING CD-IDX FROM 1 BY 1
               UNTIL CD-IDX > WS-CARD-COUNT
           CLOSE OPERATOR-AUTH-FILE
           CLOSE SECURITY-EXCEPTION-FILE
           PERFORM PROCESS-INCOME-REJECTS-PARAGRAPH
           PERFORM PROCESS-SCORE-REJECTS-PARAGRAPH
           PERFORM PROCESS-STATUS-REJECTS-PARAGRAPH
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      * Income, score and status cards need correction
      * rights 1, 2 and 3.  A card for any other feed can
      * never match a reject and simply lists as unmatched.
       CHECK-CARD-AUTHORITY-PARAGRAPH.
           EVALUATE WS-CARD-FEED-CODE (CD-IDX)
               WHEN "I"
                   MOVE 1 TO WS-AUTH-FUNCTION
               WHEN "S"
                   MOVE 2 TO WS-AUTH-FUNCTION
               WHEN "T"
                   MOVE 3 TO WS-AUTH-FUNCTION
               WHEN OTHER
                   MOVE 0 TO WS-AUTH-FUNCTION
           END-EVALUATE
           IF WS-AUTH-FUNCTION > 0
               MOVE WS-CARD-OPERATOR-ID (CD-IDX)
                   TO WS-AUTH-OPERATOR-ID
               MOVE WS-CARD-RECORD-KEY (CD-IDX)
                   TO WS-AUTH-RECORD-KEY
               PERFORM CHECK-OPERATOR-AUTHORITY-PARAGRAPH
               IF OPERATOR-REFUSED
                   SET CARD-REFUSED (CD-IDX) TO TRUE
                   PERFORM AUDIT-REFUSED-CARD-PARAGRAPH
               END-IF
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
           MOVE "RECYCLE " TO SE-PROGRAM-NAME
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

       AUDIT-REFUSED-CARD-PARAGRAPH.
           ADD 1 TO WS-REFUSED-CARD-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "FEED " DELIMITED BY SIZE
               WS-CARD-FEED-CODE (CD-IDX) DELIMITED BY SIZE
               " KEY " DELIMITED BY SIZE
               WS-CARD-RECORD-KEY (CD-IDX) DELIMITED BY SIZE
               " CARD REFUSED - OPERATOR " DELIMITED BY SIZE
               WS-AUTH-OPERATOR-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AUTH-REASON-TEXT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE CORRECTION-AUDIT-REC FROM WS-REPORT-LINE.

       FIND-CORRECTION-CARD-PARAGRAPH.
           SET CARD-NOT-FOUND TO TRUE
           SET CD-IDX TO 1
               WHEN WS-CARD-FEED-CODE (CD-IDX) = WS-SEARCH-FEED-CODE
                   AND WS-CARD-RECORD-KEY (CD-IDX)
                       = WS-SEARCH-RECORD-KEY
                   AND CARD-AVAILABLE (CD-IDX)
                   SET CARD-FOUND TO TRUE
           END-SEARCH.

               UNTIL CD-IDX > WS-CARD-COUNT.

       REPORT-UNMATCHED-CARD-PARAGRAPH.
           IF CARD-AVAILABLE (CD-IDX)
               ADD 1 TO WS-UNMATCHED-CARD-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "FEED " DELIMITED BY SIZE
               "  UNMATCHED=" DELIMITED BY SIZE
               WS-UNMATCHED-CARD-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE CORRECTION-AUDIT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "AUDIT TOTALS  REFUSED=" DELIMITED BY SIZE
               WS-REFUSED-CARD-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE CORRECTION-AUDIT-REC FROM WS-REPORT-LINE.
