      *****************************************************
      * RUNMODE.CPY                                       *
      * Run-mode control card read at job start by the      *
      * pay programs that serve both the nightly suite and  *
      * the on-request OFFCYCLE final-pay / manual-check    *
      * job.  RM-RUN-MODE N (or an absent card) is the      *
      * nightly run.  RM-RUN-MODE O is the off-cycle run:   *
      * each program heartbeats and checkpoints under its   *
      * off-cycle job name, gates on the off-cycle          *
      * predecessor, and CALCULATE-TAX accepts income for a *
      * terminated employee when the detail carries the     *
      * final-pay flag, while PAY-DISBURSE pays by check    *
      * only.                                                *
      *****************************************************
       01 RUN-MODE-REC.
           05 RM-RUN-MODE          PIC X(01).
               88 RM-NIGHTLY-RUN        VALUE "N" " ".
               88 RM-OFF-CYCLE-RUN      VALUE "O".
           05 FILLER               PIC X(19).
