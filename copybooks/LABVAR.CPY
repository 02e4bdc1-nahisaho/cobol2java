      *****************************************************
      * LABVAR.CPY                                        *
      * Labor budget variance extract written by LABOR-     *
      * VARIANCE for the finance system.  For each cost     *
      * center, one record per period (MT = month to date,  *
      * YT = year to date) and measure (S = salary expense, *
      * E = employer tax expense, T = total labor cost).    *
      * Variance is actual less budget, so a positive       *
      * variance is an overrun; the percent is to one       *
      * decimal and zero when there is no budget.           *
      * LV-OVER-FLAG is Y when the overrun exceeds the      *
      * run's tolerance percent, or when there is actual    *
      * cost with no budget at all.                         *
      *****************************************************
       01 LABOR-VARIANCE-REC.
           05 LV-COST-CENTER       PIC X(06).
           05 LV-FISCAL-YEAR       PIC X(04).
           05 LV-FISCAL-MONTH      PIC X(02).
           05 LV-PERIOD-CODE       PIC X(02).
           05 LV-MEASURE-CODE      PIC X(01).
           05 LV-BUDGET-AMOUNT     PIC 9(11).
           05 LV-ACTUAL-AMOUNT     PIC S9(11)
                   SIGN IS LEADING SEPARATE CHARACTER.
           05 LV-VARIANCE-AMOUNT   PIC S9(11)
                   SIGN IS LEADING SEPARATE CHARACTER.
           05 LV-VARIANCE-PCT      PIC S9(04)V9
                   SIGN IS LEADING SEPARATE CHARACTER.
           05 LV-OVER-FLAG         PIC X(01).
           05 FILLER               PIC X(03).
