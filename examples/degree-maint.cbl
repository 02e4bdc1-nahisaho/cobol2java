       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEGREE-MAINT.
       AUTHOR. COBOL2Java Team.
      *
      * Degree requirement and student program maintenance
      *
      * Modeled on LABOR-BUDGET-MAINT: loops over a DEGREE-
      * MAINT-FILE of transactions and applies each one to
      * the keyed DEGREQ degree requirement master (program
      * header, required course and elective block records)
      * or, for record type S, to the keyed STUPROG student
      * program assignment that DEGREE-AUDIT reads.
      *
      * A program header needs a name (its credit and GPA
      * minimums default to zero); a required course must be
      * on the CRSCAT catalog; an elective block needs a
      * course prefix, a prefix length of 1 to 6 and a
      * credit minimum; a student can only be assigned to a
      * program whose header is on file.  A blank field on a
      * change keeps the value on file.  Every record
      * touched is stamped with the business date.  The
      * register prints the before and after image of every
      * record touched plus balancing totals per action.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEGREE-MAINT-FILE ASSIGN TO "DEGMTXN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DEGREE-REQUIREMENT-FILE ASSIGN TO "DEGREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DR-REQUIREMENT-KEY.
           SELECT OPTIONAL STUDENT-PROGRAM-FILE ASSIGN TO "STUPROG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SP-STUDENT-ID.
           SELECT COURSE-CATALOG-FILE ASSIGN TO "CRSCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-COURSE-ID.
           SELECT MAINT-REGISTER-FILE ASSIGN TO "DEGMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BSNSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DEGREE-MAINT-FILE.
           COPY "DEGMTXN.CPY".

       FD  DEGREE-REQUIREMENT-FILE.
           COPY "DEGREQ.CPY".

       FD  STUDENT-PROGRAM-FILE.
           COPY "STUPROG.CPY".

       FD  COURSE-CATALOG-FILE.
           COPY "CRSCAT.CPY".

       FD  MAINT-REGISTER-FILE.
       01 MAINT-REGISTER-REC         PIC X(80).

       FD  BUSINESS-DATE-FILE.
           COPY "BSNDATE.CPY".

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH   PIC X(01) VALUE "N".
           88 END-OF-MAINT-FILE         VALUE "Y".

       01 WS-RECORD-FOUND-SWITCH PIC X(01) VALUE "N".
           88 RECORD-FOUND             VALUE "Y".
           88 RECORD-NOT-FOUND         VALUE "N".

       01 WS-RECORD-VALID-SWITCH PIC X(01) VALUE "Y".
           88 VALID-RECORD             VALUE "Y".
           88 INVALID-RECORD           VALUE "N".

       01 WS-BEFORE-IMAGE-SWITCH PIC X(01) VALUE "N".
           88 BEFORE-IMAGE-PRESENT     VALUE "Y".
       01 WS-AFTER-IMAGE-SWITCH  PIC X(01) VALUE "N".
           88 AFTER-IMAGE-PRESENT      VALUE "Y".

       01 WS-BEFORE-IMAGE        PIC X(80) VALUE SPACES.
       01 WS-AFTER-IMAGE         PIC X(80) VALUE SPACES.
       01 WS-IMAGE-LABEL         PIC X(07) VALUE SPACES.

       01 WS-BUSINESS-DATE       PIC X(08) VALUE SPACES.
       01 WS-ACTION-RESULT       PIC X(30) VALUE SPACES.
       01 WS-REPORT-LINE         PIC X(80) VALUE SPACES.

       01 WS-ADD-COUNT           PIC 9(05) VALUE 0.
       01 WS-CHANGE-COUNT        PIC 9(05) VALUE 0.
       01 WS-DELETE-COUNT        PIC 9(05) VALUE 0.
       01 WS-REJECT-COUNT        PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM READ-BUSINESS-DATE-PARAGRAPH
           OPEN INPUT DEGREE-MAINT-FILE
           OPEN I-O DEGREE-REQUIREMENT-FILE
           OPEN I-O STUDENT-PROGRAM-FILE
           OPEN INPUT COURSE-CATALOG-FILE
           OPEN OUTPUT MAINT-REGISTER-FILE
           PERFORM PRINT-HEADING-PARAGRAPH
           PERFORM READ-MAINT-PARAGRAPH
           PERFORM UNTIL END-OF-MAINT-FILE
               MOVE "N" TO WS-BEFORE-IMAGE-SWITCH
               MOVE "N" TO WS-AFTER-IMAGE-SWITCH
               PERFORM APPLY-MAINT-PARAGRAPH
               PERFORM PRINT-REGISTER-LINE-PARAGRAPH
               PERFORM READ-MAINT-PARAGRAPH
           END-PERFORM
           PERFORM PRINT-REGISTER-TOTAL-PARAGRAPH
           CLOSE DEGREE-MAINT-FILE
           CLOSE DEGREE-REQUIREMENT-FILE
           CLOSE STUDENT-PROGRAM-FILE
           CLOSE COURSE-CATALOG-FILE
           CLOSE MAINT-REGISTER-FILE
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

       READ-MAINT-PARAGRAPH.
           READ DEGREE-MAINT-FILE
               AT END
                   SET END-OF-MAINT-FILE TO TRUE
           END-READ.

       APPLY-MAINT-PARAGRAPH.
           EVALUATE TRUE
               WHEN DT-STUDENT-RECORD
                   PERFORM APPLY-STUDENT-MAINT-PARAGRAPH
               WHEN DT-PROGRAM-RECORD
                   PERFORM APPLY-REQUIREMENT-MAINT-PARAGRAPH
               WHEN DT-COURSE-RECORD
                   PERFORM APPLY-REQUIREMENT-MAINT-PARAGRAPH
               WHEN DT-ELECTIVE-RECORD
                   PERFORM APPLY-REQUIREMENT-MAINT-PARAGRAPH
               WHEN OTHER
                   MOVE "REJECTED - UNKNOWN RECORD TYPE"
                       TO WS-ACTION-RESULT
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE.

      *****************************************************
      * Degree requirement records (types P, C and E)      *
      *****************************************************
       APPLY-REQUIREMENT-MAINT-PARAGRAPH.
           PERFORM READ-REQUIREMENT-PARAGRAPH
           EVALUATE TRUE
               WHEN DT-ADD-ACTION
                   PERFORM ADD-REQUIREMENT-PARAGRAPH
               WHEN DT-CHANGE-ACTION
                   PERFORM CHANGE-REQUIREMENT-PARAGRAPH
               WHEN DT-DELETE-ACTION
                   PERFORM DELETE-REQUIREMENT-PARAGRAPH
               WHEN OTHER
                   MOVE "REJECTED - UNKNOWN ACTION CODE"
                       TO WS-ACTION-RESULT
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE.

      * The program header is keyed with a blank id, so a
      * program has exactly one.
       READ-REQUIREMENT-PARAGRAPH.
           SET RECORD-NOT-FOUND TO TRUE
           PERFORM BUILD-REQUIREMENT-KEY-PARAGRAPH
           READ DEGREE-REQUIREMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RECORD-FOUND TO TRUE
                   MOVE DEGREE-REQUIREMENT-REC TO WS-BEFORE-IMAGE
                   SET BEFORE-IMAGE-PRESENT TO TRUE
           END-READ.

       BUILD-REQUIREMENT-KEY-PARAGRAPH.
           MOVE DT-PROGRAM-CODE TO DR-PROGRAM-CODE
           MOVE DT-RECORD-TYPE TO DR-REQ-TYPE
           IF DT-PROGRAM-RECORD
               MOVE SPACES TO DR-REQ-ID
           ELSE
               MOVE DT-KEY-ID TO DR-REQ-ID
           END-IF.

       ADD-REQUIREMENT-PARAGRAPH.
           IF RECORD-FOUND
               MOVE "REJECTED - ALREADY ON MASTER" TO WS-ACTION-RESULT
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               PERFORM VALIDATE-REQUIREMENT-KEY-PARAGRAPH
               IF VALID-RECORD
                   MOVE SPACES TO DEGREE-REQUIREMENT-REC
                   PERFORM BUILD-REQUIREMENT-KEY-PARAGRAPH
                   MOVE 0 TO DR-MIN-CREDITS
                   MOVE 0 TO DR-MIN-CUM-GPA
                   MOVE 0 TO DR-PREFIX-LENGTH
                   PERFORM MOVE-REQUIREMENT-FIELDS-PARAGRAPH
               END-IF
               IF VALID-RECORD
                   PERFORM CHECK-REQUIREMENT-COMPLETE-PARAGRAPH
               END-IF
               IF INVALID-RECORD
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   MOVE WS-BUSINESS-DATE TO DR-LAST-MAINT-DATE
                   WRITE DEGREE-REQUIREMENT-REC
                   MOVE DEGREE-REQUIREMENT-REC TO WS-AFTER-IMAGE
                   SET AFTER-IMAGE-PRESENT TO TRUE
                   MOVE "ADDED" TO WS-ACTION-RESULT
                   ADD 1 TO WS-ADD-COUNT
               END-IF
           END-IF.

      * A required course must be a catalog course; the
      * other record types need only a program code and,
      * for a block, a block id.
       VALIDATE-REQUIREMENT-KEY-PARAGRAPH.
           SET VALID-RECORD TO TRUE
           IF DT-PROGRAM-CODE = SPACES
               SET INVALID-RECORD TO TRUE
               MOVE "REJECTED - NO PROGRAM CODE" TO WS-ACTION-RESULT
           END-IF
           IF VALID-RECORD
                   AND NOT DT-PROGRAM-RECORD
                   AND DT-KEY-ID = SPACES
               SET INVALID-RECORD TO TRUE
               MOVE "REJECTED - NO COURSE/BLOCK ID"
                   TO WS-ACTION-RESULT
           END-IF
           IF VALID-RECORD AND DT-COURSE-RECORD
               MOVE DT-KEY-ID TO CU-COURSE-ID
               READ COURSE-CATALOG-FILE
                   INVALID KEY
                       SET INVALID-RECORD TO TRUE
                       MOVE "REJECTED - NOT ON CATALOG"
                           TO WS-ACTION-RESULT
               END-READ
           END-IF.

      * A blank transaction field keeps what is in the
      * record (zero on an add, the value on file on a
      * change); a field that is present must be valid.
       MOVE-REQUIREMENT-FIELDS-PARAGRAPH.
           SET VALID-RECORD TO TRUE
           IF DT-DESCRIPTION NOT = SPACES
               MOVE DT-DESCRIPTION TO DR-DESCRIPTION
           END-IF
           IF DT-MIN-CREDITS NOT = SPACES
               IF DT-MIN-CREDITS NUMERIC
                   MOVE DT-MIN-CREDITS TO DR-MIN-CREDITS
               ELSE
                   SET INVALID-RECORD TO TRUE
                   MOVE "REJECTED - BAD CREDIT MINIMUM"
                       TO WS-ACTION-RESULT
               END-IF
           END-IF
           IF DT-MIN-CUM-GPA NOT = SPACES
               IF DT-MIN-CUM-GPA NUMERIC
                       AND DT-MIN-CUM-GPA-NUM NOT > 4
                   MOVE DT-MIN-CUM-GPA-NUM TO DR-MIN-CUM-GPA
               ELSE
                   SET INVALID-RECORD TO TRUE
                   MOVE "REJECTED - BAD GPA MINIMUM"
                       TO WS-ACTION-RESULT
               END-IF
           END-IF
           IF DT-COURSE-PREFIX NOT = SPACES
               MOVE DT-COURSE-PREFIX TO DR-COURSE-PREFIX
           END-IF
           IF DT-PREFIX-LENGTH NOT = SPACES
               IF DT-PREFIX-LENGTH NUMERIC
                       AND DT-PREFIX-LENGTH > "0"
                       AND DT-PREFIX-LENGTH < "7"
                   MOVE DT-PREFIX-LENGTH TO DR-PREFIX-LENGTH
               ELSE
                   SET INVALID-RECORD TO TRUE
                   MOVE "REJECTED - BAD PREFIX LENGTH"
                       TO WS-ACTION-RESULT
               END-IF
           END-IF.

      * Checked on the finished record, so a change that
      * leaves the record incomplete rejects too.
       CHECK-REQUIREMENT-COMPLETE-PARAGRAPH.
           EVALUATE TRUE
               WHEN DR-PROGRAM-HEADER
                   IF DR-DESCRIPTION = SPACES
                       SET INVALID-RECORD TO TRUE
                       MOVE "REJECTED - NO PROGRAM NAME"
                           TO WS-ACTION-RESULT
                   END-IF
               WHEN DR-ELECTIVE-BLOCK
                   IF DR-COURSE-PREFIX = SPACES
                           OR DR-PREFIX-LENGTH = 0
                       SET INVALID-RECORD TO TRUE
                       MOVE "REJECTED - NO BLOCK PREFIX"
                           TO WS-ACTION-RESULT
                   ELSE
                       IF DR-MIN-CREDITS = 0
                           SET INVALID-RECORD TO TRUE
                           MOVE "REJECTED - NO BLOCK CREDITS"
                               TO WS-ACTION-RESULT
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHANGE-REQUIREMENT-PARAGRAPH.
           IF RECORD-NOT-FOUND
               SET INVALID-RECORD TO TRUE
               MOVE "REJECTED - NOT ON MASTER" TO WS-ACTION-RESULT
           ELSE
               PERFORM MOVE-REQUIREMENT-FIELDS-PARAGRAPH
               IF VALID-RECORD
                   PERFORM CHECK-REQUIREMENT-COMPLETE-PARAGRAPH
               END-IF
           END-IF
           IF INVALID-RECORD
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE WS-BUSINESS-DATE TO DR-LAST-MAINT-DATE
               REWRITE DEGREE-REQUIREMENT-REC
               MOVE DEGREE-REQUIREMENT-REC TO WS-AFTER-IMAGE
               SET AFTER-IMAGE-PRESENT TO TRUE
               MOVE "CHANGED" TO WS-ACTION-RESULT
               ADD 1 TO WS-CHANGE-COUNT
           END-IF.

       DELETE-REQUIREMENT-PARAGRAPH.
           IF RECORD-NOT-FOUND
               MOVE "REJECTED - NOT ON MASTER" TO WS-ACTION-RESULT
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               DELETE DEGREE-REQUIREMENT-FILE RECORD
               MOVE "DELETED" TO WS-ACTION-RESULT
               ADD 1 TO WS-DELETE-COUNT
           END-IF.

      *****************************************************
      * Student program assignments (type S)               *
      *****************************************************
       APPLY-STUDENT-MAINT-PARAGRAPH.
           SET RECORD-NOT-FOUND TO TRUE
           MOVE DT-KEY-ID TO SP-STUDENT-ID
           READ STUDENT-PROGRAM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RECORD-FOUND TO TRUE
                   MOVE STUDENT-PROGRAM-REC TO WS-BEFORE-IMAGE
                   SET BEFORE-IMAGE-PRESENT TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN DT-ADD-ACTION
                   PERFORM ADD-STUDENT-PARAGRAPH
               WHEN DT-CHANGE-ACTION
                   PERFORM CHANGE-STUDENT-PARAGRAPH
               WHEN DT-DELETE-ACTION
                   PERFORM DELETE-STUDENT-PARAGRAPH
               WHEN OTHER
                   MOVE "REJECTED - UNKNOWN ACTION CODE"
                       TO WS-ACTION-RESULT
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE.

       ADD-STUDENT-PARAGRAPH.
           IF RECORD-FOUND
               MOVE "REJECTED - ALREADY ON MASTER" TO WS-ACTION-RESULT
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               SET VALID-RECORD TO TRUE
               IF DT-KEY-ID = SPACES
                   SET INVALID-RECORD TO TRUE
                   MOVE "REJECTED - NO STUDENT ID"
                       TO WS-ACTION-RESULT
               ELSE
                   MOVE SPACES TO STUDENT-PROGRAM-REC
                   MOVE DT-KEY-ID TO SP-STUDENT-ID
                   MOVE "A" TO SP-PROGRAM-STATUS
                   MOVE WS-BUSINESS-DATE TO SP-ASSIGNED-DATE
                   PERFORM MOVE-STUDENT-FIELDS-PARAGRAPH
               END-IF
               IF VALID-RECORD AND SP-PROGRAM-CODE = SPACES
                   SET INVALID-RECORD TO TRUE
                   MOVE "REJECTED - NO PROGRAM CODE"
                       TO WS-ACTION-RESULT
               END-IF
               IF INVALID-RECORD
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   MOVE WS-BUSINESS-DATE TO SP-LAST-MAINT-DATE
                   WRITE STUDENT-PROGRAM-REC
                   MOVE STUDENT-PROGRAM-REC TO WS-AFTER-IMAGE
                   SET AFTER-IMAGE-PRESENT TO TRUE
                   MOVE "ADDED" TO WS-ACTION-RESULT
                   ADD 1 TO WS-ADD-COUNT
               END-IF
           END-IF.

      * A program change is a new assignment: it must name
      * a program whose header is on the requirement master,
      * and it restarts the assigned date.
       MOVE-STUDENT-FIELDS-PARAGRAPH.
           SET VALID-RECORD TO TRUE
           IF DT-PROGRAM-CODE NOT = SPACES
               MOVE DT-PROGRAM-CODE TO DR-PROGRAM-CODE
               MOVE "P" TO DR-REQ-TYPE
               MOVE SPACES TO DR-REQ-ID
               READ DEGREE-REQUIREMENT-FILE
                   INVALID KEY
                       SET INVALID-RECORD TO TRUE
                       MOVE "REJECTED - NO PROGRAM HEADER"
                           TO WS-ACTION-RESULT
                   NOT INVALID KEY
                       IF DT-PROGRAM-CODE NOT = SP-PROGRAM-CODE
                           MOVE DT-PROGRAM-CODE TO SP-PROGRAM-CODE
                           MOVE WS-BUSINESS-DATE
                               TO SP-ASSIGNED-DATE
                       END-IF
               END-READ
           END-IF
           IF DT-EXPECTED-TERM NOT = SPACES
               MOVE DT-EXPECTED-TERM TO SP-EXPECTED-TERM
           END-IF
           IF DT-PROGRAM-STATUS NOT = SPACES
               IF DT-PROGRAM-STATUS = "A" OR "G" OR "I"
                   MOVE DT-PROGRAM-STATUS TO SP-PROGRAM-STATUS
               ELSE
                   SET INVALID-RECORD TO TRUE
                   MOVE "REJECTED - BAD PROGRAM STATUS"
                       TO WS-ACTION-RESULT
               END-IF
           END-IF.

       CHANGE-STUDENT-PARAGRAPH.
           IF RECORD-NOT-FOUND
               SET INVALID-RECORD TO TRUE
               MOVE "REJECTED - NOT ON MASTER" TO WS-ACTION-RESULT
           ELSE
               PERFORM MOVE-STUDENT-FIELDS-PARAGRAPH
           END-IF
           IF INVALID-RECORD
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE WS-BUSINESS-DATE TO SP-LAST-MAINT-DATE
               REWRITE STUDENT-PROGRAM-REC
               MOVE STUDENT-PROGRAM-REC TO WS-AFTER-IMAGE
               SET AFTER-IMAGE-PRESENT TO TRUE
               MOVE "CHANGED" TO WS-ACTION-RESULT
               ADD 1 TO WS-CHANGE-COUNT
           END-IF.

       DELETE-STUDENT-PARAGRAPH.
           IF RECORD-NOT-FOUND
               MOVE "REJECTED - NOT ON MASTER" TO WS-ACTION-RESULT
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               DELETE STUDENT-PROGRAM-FILE RECORD
               MOVE "DELETED" TO WS-ACTION-RESULT
               ADD 1 TO WS-DELETE-COUNT
           END-IF.

       PRINT-HEADING-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DEGREE REQUIREMENT MAINTENANCE REGISTER - "
               WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACT TYP PROG   ID     RESULT"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE.

       PRINT-REGISTER-LINE-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING DT-ACTION-CODE "   " DELIMITED BY SIZE
               DT-RECORD-TYPE "   " DELIMITED BY SIZE
               DT-PROGRAM-CODE " " DELIMITED BY SIZE
               DT-KEY-ID " " DELIMITED BY SIZE
               WS-ACTION-RESULT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE
           IF BEFORE-IMAGE-PRESENT
               MOVE "BEFORE " TO WS-IMAGE-LABEL
               IF DT-STUDENT-RECORD
                   MOVE WS-BEFORE-IMAGE TO STUDENT-PROGRAM-REC
                   PERFORM PRINT-STUDENT-IMAGE-PARAGRAPH
               ELSE
                   MOVE WS-BEFORE-IMAGE TO DEGREE-REQUIREMENT-REC
                   PERFORM PRINT-REQUIREMENT-IMAGE-PARAGRAPH
               END-IF
           END-IF
           IF AFTER-IMAGE-PRESENT
               MOVE "AFTER  " TO WS-IMAGE-LABEL
               IF DT-STUDENT-RECORD
                   MOVE WS-AFTER-IMAGE TO STUDENT-PROGRAM-REC
                   PERFORM PRINT-STUDENT-IMAGE-PARAGRAPH
               ELSE
                   MOVE WS-AFTER-IMAGE TO DEGREE-REQUIREMENT-REC
                   PERFORM PRINT-REQUIREMENT-IMAGE-PARAGRAPH
               END-IF
           END-IF.

       PRINT-REQUIREMENT-IMAGE-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "    " WS-IMAGE-LABEL
               " " DR-DESCRIPTION
               " CR=" DR-MIN-CREDITS
               " GPA=" DR-MIN-CUM-GPA
               " PFX=" DR-COURSE-PREFIX
               "/" DR-PREFIX-LENGTH
               " MAINT=" DR-LAST-MAINT-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE.

       PRINT-STUDENT-IMAGE-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "    " WS-IMAGE-LABEL
               " PROGRAM=" SP-PROGRAM-CODE
               " EXPECTED=" SP-EXPECTED-TERM
               " STATUS=" SP-PROGRAM-STATUS
               " ASSIGNED=" SP-ASSIGNED-DATE
               " MAINT=" SP-LAST-MAINT-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE.

       PRINT-REGISTER-TOTAL-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "MAINT TOTALS  ADDED=" DELIMITED BY SIZE
               WS-ADD-COUNT DELIMITED BY SIZE
               "  CHANGED=" DELIMITED BY SIZE
               WS-CHANGE-COUNT DELIMITED BY SIZE
               "  DELETED=" DELIMITED BY SIZE
               WS-DELETE-COUNT DELIMITED BY SIZE
               "  REJECTED=" DELIMITED BY SIZE
               WS-REJECT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE.
