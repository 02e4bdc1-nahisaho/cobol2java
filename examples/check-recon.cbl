       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-RECON.
       AUTHOR. COBOL2Java Team.
      *
      * Outstanding-check reconciliation
      *
      * Run each morning when the bank's PAIDITEM paid-items
      * file arrives.  Every item is matched by check number
      * to the CHKISSUE issued-check master PAY-DISBURSE
      * keeps: a matched check is marked paid with the date
      * and amount the bank paid.  An item for a check we
      * never issued, a check paid twice, and a check paid
      * for a different amount than issued are listed as
      * exceptions for treasury to take up with the bank.
      *
      * Every check still outstanding is then listed with its
      * age in days from issue to the business date, in the
      * same aging buckets as the status aging report, and
      * any check outstanding longer than the CHKCTL stale-
      * date limit (180 days without a card) is listed again
      * for void and reissue.  The step ends with return code
      * 4 when there are exceptions or stale-dated checks.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PAID-ITEM-FILE ASSIGN TO "PAIDITEM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHECK-ISSUE-FILE ASSIGN TO "CHKISSUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-CHECK-NUMBER.
           SELECT OPTIONAL CHECK-CONTROL-FILE ASSIGN TO "CHKCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHECK-RECON-REPORT-FILE ASSIGN TO "CHKRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BSNSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAID-ITEM-FILE.
           COPY "PAIDITEM.CPY".

       FD  CHECK-ISSUE-FILE.
           COPY "CHKISSUE.CPY".

       FD  CHECK-CONTROL-FILE.
       01 CHECK-CONTROL-REC.
           05 CK-STALE-DAYS        PIC 9(03).
           05 FILLER               PIC X(17).

       FD  CHECK-RECON-REPORT-FILE.
       01 CHECK-RECON-REPORT-REC     PIC X(80).

       FD  BUSINESS-DATE-FILE.
           COPY "BSNDATE.CPY".

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH   PIC X(01) VALUE "N".
           88 END-OF-PAID-ITEMS         VALUE "Y".
       01 WS-ISSUE-EOF-SWITCH PIC X(01) VALUE "N".
           88 END-OF-ISSUE-FILE         VALUE "Y".
       01 WS-FOUND-SWITCH PIC X(01) VALUE "N".
           88 CHECK-FOUND               VALUE "Y".
       01 WS-LIST-SWITCH  PIC X(01) VALUE "O".
           88 LIST-OUTSTANDING          VALUE "O".
           88 LIST-STALE                VALUE "S".

       01 WS-STALE-DAYS          PIC 9(03) VALUE 180.
       01 WS-BUSINESS-DATE       PIC X(08) VALUE SPACES.
       01 WS-BUSINESS-DATE-NUM   PIC 9(08) VALUE 0.
       01 WS-TODAY-INTEGER       PIC 9(08) VALUE 0.
       01 WS-ISSUE-DATE-NUM      PIC 9(08) VALUE 0.
       01 WS-ISSUE-INTEGER       PIC 9(08) VALUE 0.
       01 WS-AGE-DAYS            PIC 9(05) VALUE 0.
       01 WS-BUCKET-TEXT         PIC X(06) VALUE SPACES.
       01 WS-EXCEPTION-TEXT      PIC X(24) VALUE SPACES.
       01 WS-REPORT-LINE         PIC X(80) VALUE SPACES.

       01 WS-ITEMS-READ          PIC 9(07) VALUE 0.
       01 WS-ITEMS-MATCHED       PIC 9(07) VALUE 0.
       01 WS-TOTAL-PAID          PIC 9(11) VALUE 0.
       01 WS-NOT-ISSUED-COUNT    PIC 9(05) VALUE 0.
       01 WS-PAID-TWICE-COUNT    PIC 9(05) VALUE 0.
       01 WS-MISMATCH-COUNT      PIC 9(05) VALUE 0.
       01 WS-OUTSTANDING-COUNT   PIC 9(07) VALUE 0.
       01 WS-TOTAL-OUTSTANDING   PIC 9(11) VALUE 0.
       01 WS-STALE-COUNT         PIC 9(05) VALUE 0.
       01 WS-TOTAL-STALE         PIC 9(11) VALUE 0.
       01 WS-BUCKET-UNDER-31-COUNT PIC 9(05) VALUE 0.
       01 WS-BUCKET-31-60-COUNT  PIC 9(05) VALUE 0.
       01 WS-BUCKET-61-90-COUNT  PIC 9(05) VALUE 0.
       01 WS-BUCKET-OVER-90-COUNT PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM READ-BUSINESS-DATE-PARAGRAPH
           PERFORM READ-CHECK-CONTROL-PARAGRAPH
           MOVE WS-BUSINESS-DATE TO WS-BUSINESS-DATE-NUM
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE-NUM)
           OPEN I-O CHECK-ISSUE-FILE
           OPEN INPUT PAID-ITEM-FILE
           OPEN OUTPUT CHECK-RECON-REPORT-FILE
           PERFORM PRINT-HEADING-PARAGRAPH
           PERFORM READ-PAID-ITEM-PARAGRAPH
           PERFORM UNTIL END-OF-PAID-ITEMS
               ADD 1 TO WS-ITEMS-READ
               PERFORM APPLY-PAID-ITEM-PARAGRAPH
               PERFORM READ-PAID-ITEM-PARAGRAPH
           END-PERFORM
           CLOSE PAID-ITEM-FILE
           PERFORM PRINT-MATCH-TOTAL-PARAGRAPH
           SET LIST-OUTSTANDING TO TRUE
           PERFORM PRINT-OUTSTANDING-HEADING-PARAGRAPH
           PERFORM SWEEP-OUTSTANDING-PARAGRAPH
           SET LIST-STALE TO TRUE
           PERFORM PRINT-STALE-HEADING-PARAGRAPH
           PERFORM SWEEP-OUTSTANDING-PARAGRAPH
           PERFORM PRINT-AGING-TOTAL-PARAGRAPH
           CLOSE CHECK-ISSUE-FILE
           CLOSE CHECK-RECON-REPORT-FILE
           IF WS-NOT-ISSUED-COUNT > 0
                   OR WS-PAID-TWICE-COUNT > 0
                   OR WS-MISMATCH-COUNT > 0
                   OR WS-STALE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
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

      * The stale-date limit in days comes from the CHKCTL
      * card; without one a check goes stale after 180.
       READ-CHECK-CONTROL-PARAGRAPH.
           OPEN INPUT CHECK-CONTROL-FILE
           READ CHECK-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CK-STALE-DAYS NUMERIC
                           AND CK-STALE-DAYS > 0
                       MOVE CK-STALE-DAYS TO WS-STALE-DAYS
                   END-IF
           END-READ
           CLOSE CHECK-CONTROL-FILE.

       READ-PAID-ITEM-PARAGRAPH.
           READ PAID-ITEM-FILE
               AT END
                   SET END-OF-PAID-ITEMS TO TRUE
           END-READ.

      * The bank paid the item whatever we think of it, so a
      * check paid for the wrong amount is still marked paid
      * - with the amount the bank paid - and listed.
       APPLY-PAID-ITEM-PARAGRAPH.
           MOVE "N" TO WS-FOUND-SWITCH
           IF PI-CHECK-NUMBER NUMERIC
               MOVE PI-CHECK-NUMBER TO CI-CHECK-NUMBER
               READ CHECK-ISSUE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CHECK-FOUND TO TRUE
               END-READ
           END-IF
           IF NOT PI-AMOUNT NUMERIC
               MOVE 0 TO PI-AMOUNT
           END-IF
           EVALUATE TRUE
               WHEN NOT CHECK-FOUND
                   ADD 1 TO WS-NOT-ISSUED-COUNT
                   MOVE "PAID - NEVER ISSUED     " TO WS-EXCEPTION-TEXT
                   PERFORM PRINT-EXCEPTION-PARAGRAPH
               WHEN CI-PAID
                   ADD 1 TO WS-PAID-TWICE-COUNT
                   MOVE "ALREADY PAID - ISSUED   " TO WS-EXCEPTION-TEXT
                   PERFORM PRINT-EXCEPTION-PARAGRAPH
               WHEN OTHER
                   PERFORM MARK-CHECK-PAID-PARAGRAPH
           END-EVALUATE.

       MARK-CHECK-PAID-PARAGRAPH.
           ADD 1 TO WS-ITEMS-MATCHED
           ADD PI-AMOUNT TO WS-TOTAL-PAID
           SET CI-PAID TO TRUE
           MOVE PI-PAID-DATE TO CI-PAID-DATE
           MOVE PI-AMOUNT TO CI-PAID-AMOUNT
           REWRITE CHECK-ISSUE-REC
           IF PI-AMOUNT NOT = CI-AMOUNT
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE "AMOUNT MISMATCH - ISSUED" TO WS-EXCEPTION-TEXT
               PERFORM PRINT-EXCEPTION-PARAGRAPH
           END-IF.

      * An exception line shows the bank's item, then what
      * the issued-check master holds for that number.
       PRINT-EXCEPTION-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           IF CHECK-FOUND
               STRING PI-CHECK-NUMBER " " PI-AMOUNT " "
                   PI-PAID-DATE " " WS-EXCEPTION-TEXT " "
                   CI-AMOUNT " " CI-ISSUE-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING PI-CHECK-NUMBER " " PI-AMOUNT " "
                   PI-PAID-DATE " " WS-EXCEPTION-TEXT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE CHECK-RECON-REPORT-REC FROM WS-REPORT-LINE.

      * One pass of the master per report section: the
      * outstanding list with aging buckets, then the stale
      * checks to void and reissue.
       SWEEP-OUTSTANDING-PARAGRAPH.
           MOVE "N" TO WS-ISSUE-EOF-SWITCH
           MOVE 0 TO CI-CHECK-NUMBER
           START CHECK-ISSUE-FILE KEY >= CI-CHECK-NUMBER
               INVALID KEY
                   SET END-OF-ISSUE-FILE TO TRUE
           END-START
           PERFORM READ-NEXT-ISSUE-PARAGRAPH
           PERFORM UNTIL END-OF-ISSUE-FILE
               IF CI-OUTSTANDING
                   PERFORM COMPUTE-AGE-DAYS-PARAGRAPH
                   IF LIST-OUTSTANDING
                       PERFORM LIST-OUTSTANDING-PARAGRAPH
                   ELSE
                       IF WS-AGE-DAYS > WS-STALE-DAYS
                           PERFORM LIST-STALE-PARAGRAPH
                       END-IF
                   END-IF
               END-IF
               PERFORM READ-NEXT-ISSUE-PARAGRAPH
           END-PERFORM.

       READ-NEXT-ISSUE-PARAGRAPH.
           IF NOT END-OF-ISSUE-FILE
               READ CHECK-ISSUE-FILE NEXT RECORD
                   AT END
                       SET END-OF-ISSUE-FILE TO TRUE
               END-READ
           END-IF.

       COMPUTE-AGE-DAYS-PARAGRAPH.
           IF CI-ISSUE-DATE NUMERIC
               MOVE CI-ISSUE-DATE TO WS-ISSUE-DATE-NUM
               COMPUTE WS-ISSUE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-ISSUE-DATE-NUM)
               IF WS-TODAY-INTEGER > WS-ISSUE-INTEGER
                   COMPUTE WS-AGE-DAYS =
                       WS-TODAY-INTEGER - WS-ISSUE-INTEGER
               ELSE
                   MOVE 0 TO WS-AGE-DAYS
               END-IF
           ELSE
               MOVE 0 TO WS-AGE-DAYS
           END-IF.

       SET-AGING-BUCKET-PARAGRAPH.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS > 90
                   MOVE "91+   " TO WS-BUCKET-TEXT
                   ADD 1 TO WS-BUCKET-OVER-90-COUNT
               WHEN WS-AGE-DAYS > 60
                   MOVE "61-90 " TO WS-BUCKET-TEXT
                   ADD 1 TO WS-BUCKET-61-90-COUNT
               WHEN WS-AGE-DAYS > 30
                   MOVE "31-60 " TO WS-BUCKET-TEXT
                   ADD 1 TO WS-BUCKET-31-60-COUNT
               WHEN OTHER
                   MOVE "0-30  " TO WS-BUCKET-TEXT
                   ADD 1 TO WS-BUCKET-UNDER-31-COUNT
           END-EVALUATE.

       LIST-OUTSTANDING-PARAGRAPH.
           ADD 1 TO WS-OUTSTANDING-COUNT
           ADD CI-AMOUNT TO WS-TOTAL-OUTSTANDING
           PERFORM SET-AGING-BUCKET-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           STRING CI-CHECK-NUMBER " " CI-EMPLOYEE-ID " "
               CI-AMOUNT " " CI-ISSUE-DATE
               " DAYS=" WS-AGE-DAYS
               " BUCKET=" WS-BUCKET-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CHECK-RECON-REPORT-REC FROM WS-REPORT-LINE.

       LIST-STALE-PARAGRAPH.
           ADD 1 TO WS-STALE-COUNT
           ADD CI-AMOUNT TO WS-TOTAL-STALE
           MOVE SPACES TO WS-REPORT-LINE
           STRING CI-CHECK-NUMBER " " CI-EMPLOYEE-ID " "
               CI-AMOUNT " " CI-ISSUE-DATE
               " DAYS=" WS-AGE-DAYS
               " VOID AND REISSUE"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CHECK-RECON-REPORT-REC FROM WS-REPORT-LINE.

       PRINT-HEADING-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "OUTSTANDING CHECK RECONCILIATION - "
               WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CHECK-RECON-REPORT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PAID-ITEM EXCEPTIONS"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CHECK-RECON-REPORT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CHECK NO.  PAID    PAID DT  EXCEPTION"
               "                ISSUED  ISSUE DT"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CHECK-RECON-REPORT-REC FROM WS-REPORT-LINE.

       PRINT-MATCH-TOTAL-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PAID ITEMS READ=" WS-ITEMS-READ
               " MATCHED=" WS-ITEMS-MATCHED
               " AMOUNT=" WS-TOTAL-PAID
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CHECK-RECON-REPORT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "NEVER ISSUED=" WS-NOT-ISSUED-COUNT
               " PAID TWICE=" WS-PAID-TWICE-COUNT
               " AMOUNT MISMATCHES=" WS-MISMATCH-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CHECK-RECON-REPORT-REC FROM WS-REPORT-LINE.

       PRINT-OUTSTANDING-HEADING-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "OUTSTANDING CHECKS BY AGE"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CHECK-RECON-REPORT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CHECK NO.  EMP ID AMOUNT  ISSUE DT"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CHECK-RECON-REPORT-REC FROM WS-REPORT-LINE.

       PRINT-STALE-HEADING-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "STALE-DATED CHECKS OVER " WS-STALE-DAYS
               " DAYS - VOID AND REISSUE"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CHECK-RECON-REPORT-REC FROM WS-REPORT-LINE.

       PRINT-AGING-TOTAL-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "OUTSTANDING=" WS-OUTSTANDING-COUNT
               " AMOUNT=" WS-TOTAL-OUTSTANDING
               " STALE=" WS-STALE-COUNT
               " AMOUNT=" WS-TOTAL-STALE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CHECK-RECON-REPORT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING " 0-30=" WS-BUCKET-UNDER-31-COUNT
               " 31-60=" WS-BUCKET-31-60-COUNT
               " 61-90=" WS-BUCKET-61-90-COUNT
               " 91+=" WS-BUCKET-OVER-90-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CHECK-RECON-REPORT-REC FROM WS-REPORT-LINE.
