      *****************************************************
      * CHKISSUE.CPY                                      *
      * Issued-check master, keyed by check number.  PAY-   *
      * DISBURSE adds every check it writes as outstanding; *
      * CHECK-RECON marks it paid from the bank's paid-     *
      * items file, keeping the date and amount the bank    *
      * paid, and ages whatever is still outstanding.       *
      *****************************************************
       01 CHECK-ISSUE-REC.
           05 CI-CHECK-NUMBER      PIC 9(10).
           05 CI-EMPLOYEE-ID       PIC X(06).
           05 CI-AMOUNT            PIC 9(07).
           05 CI-ISSUE-DATE        PIC X(08).
           05 CI-CHECK-STATUS      PIC X(01).
               88 CI-OUTSTANDING        VALUE "O".
               88 CI-PAID               VALUE "P".
           05 CI-PAID-DATE         PIC X(08).
           05 CI-PAID-AMOUNT       PIC 9(07).
           05 FILLER               PIC X(13).
