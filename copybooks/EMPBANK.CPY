      * the net pays by check, so money always moves the    *
      * night it is earned.  An employee with no bank       *
      * record at all pays entirely by check.                *
      * A prenote goes to the bank once: PAY-DISBURSE stamps *
      * BK-PRENOTE-SENT-DATE and ACH-RETURN promotes the     *
      * split to live once the configured business days     *
      * pass with no return.  A split the bank returned     *
      * (R) pays by check until it is maintained again.      *
      *****************************************************
       01 EMPLOYEE-BANK-REC.
           05 BK-ACCOUNT-KEY.
           05 BK-PRENOTE-SWITCH    PIC X(01).
               88 BK-PRENOTE-PENDING    VALUE "P".
               88 BK-ACCOUNT-LIVE       VALUE "L".
               88 BK-ACCOUNT-RETURNED   VALUE "R".
           05 BK-PRENOTE-SENT-DATE PIC X(08).
           05 FILLER               PIC X(02).
