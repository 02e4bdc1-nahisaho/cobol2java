       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPR-ACCESS-REVIEW.
       AUTHOR. COBOL2Java Team.
      *
      * Operator access review and security exception report
      *
      * Produces the two listings the auditors take away from
      * each periodic access review.  The access listing runs
      * the OPRAUTH operator authority master in key order
      * and prints every operator's seven rights flags, expiry
      * date and the administrator who last changed them,
      * flagging an operator with no rights left, one whose
      * authority has expired, and one due to expire within
      * the RVWCTL warning days (default 30).  It closes with
      * the number of operators currently able to use each
      * right.
      *
      * The security exception report lists every piece of
      * work REJECT-RECYCLE, EMP-MASTER-MAINT,
      * ENT-MASTER-MAINT, the STATUS-CHECKER approval check
      * and OPR-AUTH-MAINT refused to the SECEXC file on or
      * after the RVWCTL from-date (the whole file when none
      * is given), with totals by reason and by program.
      * Return code 4 when an exception is listed or an
      * operator holds expired rights.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-AUTH-FILE ASSIGN TO "OPRAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OU-OPERATOR-ID.
           SELECT OPTIONAL SECURITY-EXCEPTION-FILE ASSIGN TO "SECEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REVIEW-CONTROL-FILE ASSIGN TO "RVWCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCESS-REVIEW-FILE ASSIGN TO "ACCRVW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SECURITY-REPORT-FILE ASSIGN TO "SECRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-AUTH-FILE.
           COPY "OPRAUTH.CPY".

       FD  SECURITY-EXCEPTION-FILE.
           COPY "SECEXC.CPY".

       FD  REVIEW-CONTROL-FILE.
       01 REVIEW-CONTROL-REC.
           05 RV-WARN-DAYS         PIC 9(03).
           05 RV-EXCEPTION-FROM-DATE PIC X(08).
           05 FILLER               PIC X(09).

       FD  ACCESS-REVIEW-FILE.
       01 ACCESS-REVIEW-REC        PIC X(80).

       FD  SECURITY-REPORT-FILE.
       01 SECURITY-REPORT-REC      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH   PIC X(01) VALUE "N".
           88 END-OF-MASTER-FILE        VALUE "Y".
       01 WS-EXC-EOF-SWITCH PIC X(01) VALUE "N".
           88 END-OF-EXCEPTION-FILE     VALUE "Y".

       01 WS-EXPIRY-VALID-SWITCH PIC X(01) VALUE "Y".
           88 VALID-EXPIRY             VALUE "Y".
           88 INVALID-EXPIRY           VALUE "N".

       01 WS-WARN-DAYS           PIC 9(03) VALUE 30.
       01 WS-FROM-DATE           PIC X(08) VALUE "00000000".
       01 WS-TODAY-DATE          PIC X(08) VALUE SPACES.
       01 WS-TODAY-INTEGER       PIC 9(08) VALUE 0.
       01 WS-EXPIRY-DATE-NUM     PIC 9(08) VALUE 0.
       01 WS-EXPIRY-INTEGER      PIC 9(08) VALUE 0.
       01 WS-DAYS-TO-EXPIRY      PIC 9(08) VALUE 0.
       01 WS-REVIEW-FLAG         PIC X(12) VALUE SPACES.
       01 WS-RIGHT-SUB           PIC 9(01) COMP VALUE 0.

      * Operators able to use each right today, in the
      * OPRAUTH function order.
       01 WS-HOLDER-TABLE.
           05 WS-HOLDER-COUNT
                   PIC 9(05) VALUE 0
                   OCCURS 7 TIMES.

       01 WS-OPERATOR-COUNT      PIC 9(05) VALUE 0.
       01 WS-NO-RIGHTS-COUNT     PIC 9(05) VALUE 0.
       01 WS-EXPIRED-COUNT       PIC 9(05) VALUE 0.
       01 WS-EXPIRING-COUNT      PIC 9(05) VALUE 0.

       01 WS-EXCEPTION-COUNT     PIC 9(05) VALUE 0.
       01 WS-NO-ID-COUNT         PIC 9(05) VALUE 0.
       01 WS-NOT-ON-MASTER-COUNT PIC 9(05) VALUE 0.
       01 WS-NO-RIGHT-COUNT      PIC 9(05) VALUE 0.
       01 WS-AUTH-EXPIRED-COUNT  PIC 9(05) VALUE 0.
       01 WS-RECYCLE-COUNT       PIC 9(05) VALUE 0.
       01 WS-EMPMAINT-COUNT      PIC 9(05) VALUE 0.
       01 WS-ENTMAINT-COUNT      PIC 9(05) VALUE 0.
       01 WS-STATCHK-COUNT       PIC 9(05) VALUE 0.
       01 WS-OPRMAINT-COUNT      PIC 9(05) VALUE 0.
       01 WS-EXCEPTION-KEY       PIC X(08) VALUE SPACES.

       01 WS-REPORT-LINE         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           COMPUTE WS-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL (WS-TODAY-DATE))
           PERFORM READ-REVIEW-CONTROL-PARAGRAPH
           OPEN INPUT OPERATOR-AUTH-FILE
           OPEN OUTPUT ACCESS-REVIEW-FILE
           PERFORM PRINT-REVIEW-HEADING-PARAGRAPH
           PERFORM READ-MASTER-PARAGRAPH
           PERFORM UNTIL END-OF-MASTER-FILE
               PERFORM REVIEW-OPERATOR-PARAGRAPH
               PERFORM READ-MASTER-PARAGRAPH
           END-PERFORM
           PERFORM PRINT-REVIEW-TOTAL-PARAGRAPH
           CLOSE OPERATOR-AUTH-FILE
           CLOSE ACCESS-REVIEW-FILE
           OPEN INPUT SECURITY-EXCEPTION-FILE
           OPEN OUTPUT SECURITY-REPORT-FILE
           PERFORM PRINT-EXCEPTION-HEADING-PARAGRAPH
           PERFORM READ-EXCEPTION-PARAGRAPH
           PERFORM UNTIL END-OF-EXCEPTION-FILE
               IF SE-EVENT-TIMESTAMP (1:8) >= WS-FROM-DATE
                   PERFORM REPORT-EXCEPTION-PARAGRAPH
               END-IF
               PERFORM READ-EXCEPTION-PARAGRAPH
           END-PERFORM
           PERFORM PRINT-EXCEPTION-TOTAL-PARAGRAPH
           CLOSE SECURITY-EXCEPTION-FILE
           CLOSE SECURITY-REPORT-FILE
           IF WS-EXCEPTION-COUNT > 0
                   OR WS-EXPIRED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-REVIEW-CONTROL-PARAGRAPH.
           OPEN INPUT REVIEW-CONTROL-FILE
           READ REVIEW-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RV-WARN-DAYS NUMERIC
                           AND RV-WARN-DAYS > 0
                       MOVE RV-WARN-DAYS TO WS-WARN-DAYS
                   END-IF
                   IF RV-EXCEPTION-FROM-DATE NUMERIC
                       MOVE RV-EXCEPTION-FROM-DATE TO WS-FROM-DATE
                   END-IF
           END-READ
           CLOSE REVIEW-CONTROL-FILE.

       READ-MASTER-PARAGRAPH.
           READ OPERATOR-AUTH-FILE NEXT RECORD
               AT END
                   SET END-OF-MASTER-FILE TO TRUE
           END-READ.

       READ-EXCEPTION-PARAGRAPH.
           READ SECURITY-EXCEPTION-FILE
               AT END
                   SET END-OF-EXCEPTION-FILE TO TRUE
           END-READ.

      * An expiry that is not a real date (OPR-AUTH-MAINT
      * never writes one) lists as expired.  Only an
      * operator whose authority is still in force counts
      * as a holder of a right.
       REVIEW-OPERATOR-PARAGRAPH.
           ADD 1 TO WS-OPERATOR-COUNT
           MOVE SPACES TO WS-REVIEW-FLAG
           PERFORM CHECK-EXPIRY-PARAGRAPH
           IF OU-RIGHTS-AREA NOT = "NNNNNNN"
                   AND OU-RIGHTS-AREA NOT = SPACES
               IF INVALID-EXPIRY
                       OR WS-EXPIRY-INTEGER < WS-TODAY-INTEGER
                   MOVE "EXPIRED" TO WS-REVIEW-FLAG
                   ADD 1 TO WS-EXPIRED-COUNT
               ELSE
                   COMPUTE WS-DAYS-TO-EXPIRY =
                       WS-EXPIRY-INTEGER - WS-TODAY-INTEGER
                   IF WS-DAYS-TO-EXPIRY <= WS-WARN-DAYS
                       MOVE "EXPIRES SOON" TO WS-REVIEW-FLAG
                       ADD 1 TO WS-EXPIRING-COUNT
                   END-IF
                   PERFORM COUNT-HOLDER-PARAGRAPH
                       VARYING WS-RIGHT-SUB FROM 1 BY 1
                       UNTIL WS-RIGHT-SUB > 7
               END-IF
           ELSE
               MOVE "NO RIGHTS" TO WS-REVIEW-FLAG
               ADD 1 TO WS-NO-RIGHTS-COUNT
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING OU-OPERATOR-ID " " DELIMITED BY SIZE
               OU-OPERATOR-NAME " " DELIMITED BY SIZE
               OU-RIGHTS-AREA " " DELIMITED BY SIZE
               OU-EXPIRY-DATE " " DELIMITED BY SIZE
               OU-GRANTED-BY " " DELIMITED BY SIZE
               WS-REVIEW-FLAG DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE ACCESS-REVIEW-REC FROM WS-REPORT-LINE.

       CHECK-EXPIRY-PARAGRAPH.
           SET VALID-EXPIRY TO TRUE
           MOVE 0 TO WS-EXPIRY-INTEGER
           IF OU-EXPIRY-DATE NOT NUMERIC
               SET INVALID-EXPIRY TO TRUE
           ELSE
               MOVE OU-EXPIRY-DATE TO WS-EXPIRY-DATE-NUM
               IF WS-EXPIRY-DATE-NUM < 16010101
                   SET INVALID-EXPIRY TO TRUE
               ELSE
                   COMPUTE WS-EXPIRY-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-EXPIRY-DATE-NUM)
                   IF WS-EXPIRY-INTEGER = 0
                       SET INVALID-EXPIRY TO TRUE
                   END-IF
               END-IF
           END-IF.

       COUNT-HOLDER-PARAGRAPH.
           IF OU-RIGHT (WS-RIGHT-SUB) = "Y"
               ADD 1 TO WS-HOLDER-COUNT (WS-RIGHT-SUB)
           END-IF.

       REPORT-EXCEPTION-PARAGRAPH.
           ADD 1 TO WS-EXCEPTION-COUNT
           EVALUATE TRUE
               WHEN SE-NO-OPERATOR-ID
                   ADD 1 TO WS-NO-ID-COUNT
               WHEN SE-NOT-ON-MASTER
                   ADD 1 TO WS-NOT-ON-MASTER-COUNT
               WHEN SE-RIGHT-NOT-GRANTED
                   ADD 1 TO WS-NO-RIGHT-COUNT
               WHEN SE-AUTHORITY-EXPIRED
                   ADD 1 TO WS-AUTH-EXPIRED-COUNT
           END-EVALUATE
           EVALUATE SE-PROGRAM-NAME
               WHEN "RECYCLE "
                   ADD 1 TO WS-RECYCLE-COUNT
               WHEN "EMPMAINT"
                   ADD 1 TO WS-EMPMAINT-COUNT
               WHEN "ENTMAINT"
                   ADD 1 TO WS-ENTMAINT-COUNT
               WHEN "STATCHK "
                   ADD 1 TO WS-STATCHK-COUNT
               WHEN "OPRMAINT"
                   ADD 1 TO WS-OPRMAINT-COUNT
           END-EVALUATE
           IF SE-TARGET-OPERATOR-ID NOT = SPACES
               MOVE SE-TARGET-OPERATOR-ID TO WS-EXCEPTION-KEY
           ELSE
               MOVE SE-RECORD-KEY TO WS-EXCEPTION-KEY
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING SE-EVENT-TIMESTAMP (1:8) " " DELIMITED BY SIZE
               SE-EVENT-TIMESTAMP (9:6) " " DELIMITED BY SIZE
               SE-PROGRAM-NAME " " DELIMITED BY SIZE
               SE-OPERATOR-ID " " DELIMITED BY SIZE
               SE-FUNCTION-NUMBER "  " DELIMITED BY SIZE
               WS-EXCEPTION-KEY " " DELIMITED BY SIZE
               SE-REASON-TEXT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE SECURITY-REPORT-REC FROM WS-REPORT-LINE.

       PRINT-REVIEW-HEADING-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "OPERATOR ACCESS REVIEW - " WS-TODAY-DATE
               "  WARNING DAYS=" WS-WARN-DAYS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ACCESS-REVIEW-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RIGHTS 1 INCOME CORR  2 SCORE CORR  3 STATUS CORR"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ACCESS-REVIEW-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "       4 EMP MAINT    5 ENT MAINT   6 APPROVAL"
               "    7 OPR ADMIN"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ACCESS-REVIEW-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "OPERATOR NAME                           "
               "RIGHTS  EXPIRES  GRANTED  FLAG"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ACCESS-REVIEW-REC FROM WS-REPORT-LINE.

       PRINT-REVIEW-TOTAL-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTALS  OPERATORS=" WS-OPERATOR-COUNT
               "  EXPIRED=" WS-EXPIRED-COUNT
               "  EXPIRING=" WS-EXPIRING-COUNT
               "  NO RIGHTS=" WS-NO-RIGHTS-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ACCESS-REVIEW-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "HOLDERS  INCOME CORR=" WS-HOLDER-COUNT (1)
               "  SCORE CORR=" WS-HOLDER-COUNT (2)
               "  STATUS CORR=" WS-HOLDER-COUNT (3)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ACCESS-REVIEW-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "HOLDERS  EMP MAINT=" WS-HOLDER-COUNT (4)
               "  ENT MAINT=" WS-HOLDER-COUNT (5)
               "  APPROVAL=" WS-HOLDER-COUNT (6)
               "  OPR ADMIN=" WS-HOLDER-COUNT (7)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ACCESS-REVIEW-REC FROM WS-REPORT-LINE.

       PRINT-EXCEPTION-HEADING-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SECURITY EXCEPTION REPORT - " WS-TODAY-DATE
               "  FROM " WS-FROM-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE SECURITY-REPORT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DATE     TIME   PROGRAM  OPERATOR F  KEY      "
               "REASON"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE SECURITY-REPORT-REC FROM WS-REPORT-LINE.

       PRINT-EXCEPTION-TOTAL-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTALS  REFUSED=" WS-EXCEPTION-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE SECURITY-REPORT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "BY REASON  NO ID=" WS-NO-ID-COUNT
               "  NOT ON MASTER=" WS-NOT-ON-MASTER-COUNT
               "  NO RIGHT=" WS-NO-RIGHT-COUNT
               "  EXPIRED=" WS-AUTH-EXPIRED-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE SECURITY-REPORT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "BY PROGRAM  RECYCLE=" WS-RECYCLE-COUNT
               "  EMPMAINT=" WS-EMPMAINT-COUNT
               "  ENTMAINT=" WS-ENTMAINT-COUNT
               "  STATCHK=" WS-STATCHK-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE SECURITY-REPORT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "BY PROGRAM  OPRMAINT=" WS-OPRMAINT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE SECURITY-REPORT-REC FROM WS-REPORT-LINE.
