      * correctly formatted STATUS-TRANSACTION-REC file for
      * the normal STATUS-CHECKER run, with a proposal report
      * of everything generated so operations can review the
      * batch before the nightly applies it.  Generated
      * transactions carry the SYP system-policy reason code
      * from the STATRSN reason table.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-FROM-STATUS         PIC 9(01) VALUE 0.
       01 WS-TO-STATUS           PIC 9(01) VALUE 0.
       01 WS-MIN-DWELL-DAYS      PIC 9(03) VALUE 0.
       01 WS-SYSTEM-REASON-CODE  PIC X(03) VALUE "SYP".

       01 WS-TODAY-DATE          PIC X(08) VALUE SPACES.
       01 WS-TODAY-INTEGER       PIC 9(08) VALUE 0.
           MOVE WS-FROM-STATUS TO ST-OLD-STATUS
           MOVE WS-TO-STATUS TO ST-NEW-STATUS
           MOVE WS-TODAY-DATE TO ST-EFFECTIVE-DATE
           MOVE WS-SYSTEM-REASON-CODE TO ST-REASON-CODE
           WRITE STATUS-TRANSACTION-REC
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PROPOSE ENTITY " ES-ENTITY-ID
           STRING "BULK TRANSITION PROPOSAL - " WS-TODAY-DATE
               " POLICY " WS-FROM-STATUS " TO " WS-TO-STATUS
               " AFTER " WS-MIN-DWELL-DAYS " DAYS"
               " REASON " WS-SYSTEM-REASON-CODE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PROPOSAL-REPORT-REC FROM WS-REPORT-LINE.

