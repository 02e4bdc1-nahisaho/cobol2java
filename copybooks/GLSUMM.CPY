      *****************************************************
      * GLSUMM.CPY                                        *
      * Month-to-date GL summary record written by         *
      * MONTH-END-ACCRUAL at period close, one per account, *
      * cost center and source for the closing month.      *
      * Source P totals the nightly payroll postings on    *
      * GLHIST dated in the month; source A totals the     *
      * month-end accrual entries on ACCRPOST.  Finance    *
      * proves the debit and credit totals against the     *
      * ledger's trial balance before the period closes.   *
      * GS-THROUGH-DATE is the latest GLHIST posting date  *
      * in the month when the summary was taken.           *
      *****************************************************
       01 GL-SUMMARY-REC.
           05 GS-SUMMARY-YEAR      PIC X(04).
           05 GS-SUMMARY-MONTH     PIC X(02).
           05 GS-ACCOUNT-NUMBER    PIC X(08).
           05 GS-COST-CENTER       PIC X(06).
           05 GS-SOURCE-CODE       PIC X(01).
               88 GS-PAYROLL-POSTING    VALUE "P".
               88 GS-ACCRUAL-POSTING    VALUE "A".
           05 GS-DEBIT-TOTAL       PIC 9(11).
           05 GS-CREDIT-TOTAL      PIC 9(11).
           05 GS-POSTING-COUNT     PIC 9(07).
           05 GS-THROUGH-DATE      PIC X(08).
           05 FILLER               PIC X(02).
