      *****************************************************
      * CAPCTL.CPY                                        *
      * Batch-window capacity planning control card, read  *
      * by CAPACITY-SERIES and CAPACITY-PLAN.  CP-HISTORY-  *
      * WEEKS is how many weeks of run-control heartbeats   *
      * build the per-job series (default 8, at most 13),   *
      * CP-PROJECT-WEEKS how many weeks ahead the suite is  *
      * projected (default 8, at most 26), and the window   *
      * opens at CP-WINDOW-START and must close by          *
      * CP-WINDOW-DEADLINE (HHMM, defaults 2000 and 0600; a *
      * deadline at or before the start is the next         *
      * morning).  A missing or invalid field takes its     *
      * default.                                             *
      *****************************************************
       01 CAPACITY-CONTROL-REC.
           05 CP-HISTORY-WEEKS     PIC 9(02).
           05 CP-PROJECT-WEEKS     PIC 9(02).
           05 CP-WINDOW-START      PIC 9(04).
           05 CP-WINDOW-DEADLINE   PIC 9(04).
           05 FILLER               PIC X(08).
