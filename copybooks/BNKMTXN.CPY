      *****************************************************
      * BNKMTXN.CPY                                       *
      * Employee bank split maintenance transaction, one   *
      * per requested action, read by EMP-BANK-MAINT.       *
      * Action codes: A = add a split, C = change a split,  *
      * D = delete a split.  On a change a blank routing,   *
      * account or percentage keeps the value on file.      *
      * All of an employee's transactions are applied       *
      * together, so a re-split across accounts is sent as  *
      * one change per split and only has to total 100 once *
      * the whole set is applied.                           *
      *****************************************************
       01 BANK-MAINT-REC.
           05 BT-ACTION-CODE       PIC X(01).
               88 BT-ADD-ACTION         VALUE "A".
               88 BT-CHANGE-ACTION      VALUE "C".
               88 BT-DELETE-ACTION      VALUE "D".
           05 BT-EMPLOYEE-ID       PIC X(06).
           05 BT-SPLIT-SEQUENCE    PIC X(02).
           05 BT-ROUTING-NUMBER    PIC X(09).
           05 BT-ACCOUNT-NUMBER    PIC X(17).
           05 BT-SPLIT-PCT         PIC X(03).
           05 FILLER               PIC X(02).
