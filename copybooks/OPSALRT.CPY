      *****************************************************
      * OPSALRT.CPY                                       *
      * Machine-readable operations alert, one per alert,  *
      * consumed by the paging system.  OPS-MONITOR writes  *
      * elapsed (ELAP) and volume (VOL) deviations from the *
      * RUNHIST baseline; CAPACITY-PLAN writes projected    *
      * batch-window breaches (CWnn, nn weeks ahead) under  *
      * job name NIGHTLY, projected suite minutes against   *
      * the window minutes.                                  *
      *****************************************************
       01 OPS-ALERT-REC.
           05 OA-JOB-NAME          PIC X(08).
           05 OA-METRIC-CODE       PIC X(04).
           05 OA-ACTUAL-VALUE      PIC 9(09).
           05 OA-BASELINE-VALUE    PIC 9(09).
           05 OA-DEVIATION-PCT     PIC 9(05).
           05 OA-ALERT-DATE        PIC X(08).
