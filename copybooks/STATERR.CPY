      * date and the original STATTRAN record image so a    *
      * correction can be matched, audited, and recycled    *
      * onto the front of the next run's input.             *
      * EQ-REASON-TEXT is why the transaction was rejected; *
      * EQ-REASON-CODE is the status-change reason code the *
      * transaction itself carried.                         *
      *****************************************************
       01 STATUS-ERROR-REC.
           05 EQ-ENTITY-ID          PIC X(06).
           05 EQ-REASON-TEXT        PIC X(30).
           05 EQ-REJECT-DATE        PIC X(08).
           05 EQ-ORIGINAL-RECORD    PIC X(20).
           05 EQ-REASON-CODE        PIC X(03).
