      *****************************************************
      * PAYRLSE.CPY                                       *
      * Operator release card for the payment suspense     *
      * master, read by the nightly PAY-DISBURSE.  Action  *
      * R releases the held payment so it pays on this     *
      * run; C cancels it as a confirmed duplicate.  The   *
      * card names the hold by employee and held date and  *
      * must carry the operator's ID, which is written to  *
      * the suspense audit trail.                           *
      *****************************************************
       01 PAYMENT-RELEASE-REC.
           05 RL-ACTION-CODE       PIC X(01).
               88 RL-RELEASE-ACTION     VALUE "R".
               88 RL-CANCEL-ACTION      VALUE "C".
           05 RL-EMPLOYEE-ID       PIC X(06).
           05 RL-HELD-DATE         PIC X(08).
           05 RL-OPERATOR-ID       PIC X(08).
           05 FILLER               PIC X(17).
