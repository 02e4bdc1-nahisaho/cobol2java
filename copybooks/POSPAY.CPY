      *****************************************************
      * POSPAY.CPY                                        *
      * Positive-pay issue record, one per check written   *
      * by PAY-DISBURSE, transmitted to the bank so it pays *
      * only checks we issued, for the amount we issued.    *
      * PP-ISSUE-CODE I = issued.                           *
      *****************************************************
       01 POSITIVE-PAY-REC.
           05 PP-BANK-ACCOUNT      PIC X(17).
           05 PP-CHECK-NUMBER      PIC 9(10).
           05 PP-AMOUNT            PIC 9(07).
           05 PP-ISSUE-DATE        PIC X(08).
           05 PP-PAYEE-ID          PIC X(06).
           05 PP-ISSUE-CODE        PIC X(01).
               88 PP-CHECK-ISSUED       VALUE "I".
           05 FILLER               PIC X(01).
