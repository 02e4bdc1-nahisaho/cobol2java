      *****************************************************
      * CHKSTOCK.CPY                                      *
      * Check-stock register card read by PAY-DISBURSE.     *
      * CS-NEXT-CHECK-NUMBER is the next unused number in   *
      * the loaded stock and CS-LAST-CHECK-NUMBER the last; *
      * treasury raises the last number when new stock is   *
      * received.  Each run writes the advanced card to     *
      * CHKSTKN, which is copied back over CHKSTOCK only    *
      * when the run ends clean, so a failed run's numbers   *
      * are issued again on the rerun.  CS-BANK-ACCOUNT is  *
      * the disbursement account the checks draw on and     *
      * heads every positive-pay issue record.              *
      *****************************************************
       01 CHECK-STOCK-REC.
           05 CS-BANK-ACCOUNT      PIC X(17).
           05 CS-NEXT-CHECK-NUMBER PIC 9(10).
           05 CS-LAST-CHECK-NUMBER PIC 9(10).
           05 CS-LAST-ISSUE-DATE   PIC X(08).
           05 FILLER               PIC X(05).
