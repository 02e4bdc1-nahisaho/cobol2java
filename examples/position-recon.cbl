      * correction (master status to sender status) the way
      * STATUS-GEN's proposal flow works: operations
      * reviews the batch before it enters the normal edit
      * and validation steps.  Corrections carry the SYR
      * system-recon reason code from the STATRSN reason
      * table.  Return code 4 when anything disagreed.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88 END-OF-MASTER-FILE        VALUE "Y".

       01 WS-TODAY-DATE          PIC X(08) VALUE SPACES.
       01 WS-SYSTEM-REASON-CODE  PIC X(03) VALUE "SYR".

       01 WS-MATCHED-COUNT       PIC 9(07) VALUE 0.
       01 WS-MISMATCH-COUNT      PIC 9(07) VALUE 0.
           MOVE ES-CURRENT-STATUS TO ST-OLD-STATUS
           MOVE SP-STATUS TO ST-NEW-STATUS
           MOVE WS-TODAY-DATE TO ST-EFFECTIVE-DATE
           MOVE WS-SYSTEM-REASON-CODE TO ST-REASON-CODE
           WRITE STATUS-TRANSACTION-REC.

       REPORT-SENDER-ONLY-PARAGRAPH.
