      *****************************************************
      * LABBUDG.CPY                                       *
      * Keyed labor budget master, one record per cost     *
      * center per fiscal year and month, held on the      *
      * indexed LABBUDG file and maintained by LABOR-       *
      * BUDGET-MAINT.  The fiscal year runs January to      *
      * December with the calendar.  LB-SALARY-BUDGET is    *
      * budgeted against 51000000 SALARY EXPENSE and LB-    *
      * EMPLOYER-TAX-BUDGET against 52000000 EMPLOYER       *
      * PAYROLL TAX EXP; LABOR-VARIANCE compares both to    *
      * the GLHIST postings for the cost center.            *
      *****************************************************
       01 LABOR-BUDGET-REC.
           05 LB-BUDGET-KEY.
               10 LB-COST-CENTER   PIC X(06).
               10 LB-FISCAL-YEAR   PIC X(04).
               10 LB-FISCAL-MONTH  PIC X(02).
           05 LB-SALARY-BUDGET     PIC 9(11).
           05 LB-EMPLOYER-TAX-BUDGET PIC 9(11).
           05 LB-LAST-MAINT-DATE   PIC X(08).
           05 FILLER               PIC X(18).
