      *****************************************************
      * LBMTXN.CPY                                        *
      * Labor budget maintenance transaction read by        *
      * LABOR-BUDGET-MAINT.  LT-ACTION-CODE A = add a cost *
      * center month, C = change its budget amounts, D =    *
      * delete it.  Amount fields are character so a blank *
      * field on a change keeps the amount on file.         *
      *****************************************************
       01 LABOR-BUDGET-MAINT-REC.
           05 LT-ACTION-CODE       PIC X(01).
               88 LT-ADD-ACTION         VALUE "A".
               88 LT-CHANGE-ACTION      VALUE "C".
               88 LT-DELETE-ACTION      VALUE "D".
           05 LT-COST-CENTER       PIC X(06).
           05 LT-FISCAL-YEAR       PIC X(04).
           05 LT-FISCAL-MONTH      PIC X(02).
           05 LT-SALARY-BUDGET     PIC X(11).
           05 LT-EMPLOYER-TAX-BUDGET PIC X(11).
           05 FILLER               PIC X(25).
