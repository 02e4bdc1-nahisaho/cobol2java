       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARN-CLOSEOUT.
       AUTHOR. COBOL2Java Team.
      *
      * Satisfied and released garnishment order closeout
      *
      * Run periodically against the GARNORD order master.
      * Every order whose GO-WITHHELD-TO-DATE has reached
      * its lifetime cap (satisfied) and every order
      * released on GARN-ORDER-MAINT is written to the
      * permanent GARNHIST history with the business date
      * and reason it closed, deleted from the master, and
      * listed for payroll.  Active and suspended orders
      * with cap still remaining are left alone.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GARNISH-ORDER-FILE ASSIGN TO "GARNORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GO-ORDER-KEY.
           SELECT OPTIONAL GARNISH-HISTORY-FILE ASSIGN TO "GARNHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLOSEOUT-REPORT-FILE ASSIGN TO "GARNCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BSNSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GARNISH-ORDER-FILE.
           COPY "GARNORD.CPY".

       FD  GARNISH-HISTORY-FILE.
           COPY "GARNHIST.CPY".

       FD  CLOSEOUT-REPORT-FILE.
       01 CLOSEOUT-REPORT-REC        PIC X(80).

       FD  BUSINESS-DATE-FILE.
           COPY "BSNDATE.CPY".

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH   PIC X(01) VALUE "N".
           88 END-OF-ORDER-FILE         VALUE "Y".

       01 WS-CLOSEOUT-REASON     PIC X(01) VALUE SPACE.
           88 CLOSE-AS-SATISFIED       VALUE "S".
           88 CLOSE-AS-RELEASED        VALUE "R".
           88 KEEP-ORDER-OPEN          VALUE " ".
       01 WS-REASON-TEXT         PIC X(09) VALUE SPACES.

       01 WS-BUSINESS-DATE       PIC X(08) VALUE SPACES.
       01 WS-REPORT-LINE         PIC X(80) VALUE SPACES.

       01 WS-ORDERS-READ         PIC 9(07) VALUE 0.
       01 WS-SATISFIED-COUNT     PIC 9(05) VALUE 0.
       01 WS-RELEASED-COUNT      PIC 9(05) VALUE 0.
       01 WS-ORDERS-KEPT         PIC 9(07) VALUE 0.
       01 WS-TOTAL-WITHHELD      PIC 9(11) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM READ-BUSINESS-DATE-PARAGRAPH
           OPEN I-O GARNISH-ORDER-FILE
           OPEN EXTEND GARNISH-HISTORY-FILE
           OPEN OUTPUT CLOSEOUT-REPORT-FILE
           PERFORM PRINT-HEADING-PARAGRAPH
           MOVE LOW-VALUES TO GO-ORDER-KEY
           START GARNISH-ORDER-FILE KEY >= GO-ORDER-KEY
               INVALID KEY
                   SET END-OF-ORDER-FILE TO TRUE
           END-START
           PERFORM READ-NEXT-ORDER-PARAGRAPH
           PERFORM UNTIL END-OF-ORDER-FILE
               ADD 1 TO WS-ORDERS-READ
               PERFORM CHECK-ORDER-PARAGRAPH
               PERFORM READ-NEXT-ORDER-PARAGRAPH
           END-PERFORM
           PERFORM PRINT-TOTAL-PARAGRAPH
           CLOSE GARNISH-ORDER-FILE
           CLOSE GARNISH-HISTORY-FILE
           CLOSE CLOSEOUT-REPORT-FILE
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

       READ-NEXT-ORDER-PARAGRAPH.
           IF NOT END-OF-ORDER-FILE
               READ GARNISH-ORDER-FILE NEXT RECORD
                   AT END
                       SET END-OF-ORDER-FILE TO TRUE
               END-READ
           END-IF.

      * A release wins over satisfaction when both apply:
      * the court ended the order whatever was withheld.
       CHECK-ORDER-PARAGRAPH.
           MOVE SPACE TO WS-CLOSEOUT-REASON
           IF GO-ORDER-RELEASED
               SET CLOSE-AS-RELEASED TO TRUE
           ELSE
               IF GO-WITHHELD-TO-DATE >= GO-LIFETIME-CAP
                   SET CLOSE-AS-SATISFIED TO TRUE
               END-IF
           END-IF
           IF KEEP-ORDER-OPEN
               ADD 1 TO WS-ORDERS-KEPT
           ELSE
               PERFORM CLOSE-ORDER-PARAGRAPH
           END-IF.

       CLOSE-ORDER-PARAGRAPH.
           MOVE SPACES TO GARNISH-HISTORY-REC
           MOVE GO-EMPLOYEE-ID TO GH-EMPLOYEE-ID
           MOVE GO-ORDER-ID TO GH-ORDER-ID
           MOVE GO-PRIORITY TO GH-PRIORITY
           MOVE GO-METHOD TO GH-METHOD
           MOVE GO-PER-RUN-AMOUNT TO GH-PER-RUN-AMOUNT
           MOVE GO-PCT-OF-NET TO GH-PCT-OF-NET
           MOVE GO-LIFETIME-CAP TO GH-LIFETIME-CAP
           MOVE GO-WITHHELD-TO-DATE TO GH-WITHHELD-TO-DATE
           MOVE GO-PAYEE-AGENCY TO GH-PAYEE-AGENCY
           MOVE WS-BUSINESS-DATE TO GH-CLOSEOUT-DATE
           MOVE WS-CLOSEOUT-REASON TO GH-CLOSEOUT-REASON
           WRITE GARNISH-HISTORY-REC
           DELETE GARNISH-ORDER-FILE RECORD
           ADD GO-WITHHELD-TO-DATE TO WS-TOTAL-WITHHELD
           IF CLOSE-AS-RELEASED
               MOVE "RELEASED " TO WS-REASON-TEXT
               ADD 1 TO WS-RELEASED-COUNT
           ELSE
               MOVE "SATISFIED" TO WS-REASON-TEXT
               ADD 1 TO WS-SATISFIED-COUNT
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING GO-EMPLOYEE-ID " " GO-ORDER-ID " "
               GO-PAYEE-AGENCY " " WS-REASON-TEXT " "
               GO-LIFETIME-CAP " " GO-WITHHELD-TO-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CLOSEOUT-REPORT-REC FROM WS-REPORT-LINE.

       PRINT-HEADING-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "GARNISHMENT ORDER CLOSEOUT - " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CLOSEOUT-REPORT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "EMP ID ORDR AGENCY   REASON    LIFETIME  "
               "WITHHELD"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CLOSEOUT-REPORT-REC FROM WS-REPORT-LINE.

       PRINT-TOTAL-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CLOSEOUT TOTALS  READ=" WS-ORDERS-READ
               " SATISFIED=" WS-SATISFIED-COUNT
               " RELEASED=" WS-RELEASED-COUNT
               " KEPT=" WS-ORDERS-KEPT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CLOSEOUT-REPORT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WITHHELD ON CLOSED ORDERS=" WS-TOTAL-WITHHELD
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CLOSEOUT-REPORT-REC FROM WS-REPORT-LINE.
