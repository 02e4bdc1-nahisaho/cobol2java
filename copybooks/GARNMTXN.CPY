      *****************************************************
      * GARNMTXN.CPY                                      *
      * Garnishment order maintenance transaction, one per *
      * requested action, read by GARN-ORDER-MAINT.         *
      * Action codes: A = add a new court order, P = change *
      * its priority, M = change its method and per-run     *
      * amount or percentage of net, S = suspend it, U =    *
      * resume a suspended order, R = release it (the court *
      * has ended the order; GARN-CLOSEOUT then moves it to *
      * history).  An add uses every field; P uses only     *
      * GX-PRIORITY and M only the method and amount fields. *
      *****************************************************
       01 GARNISH-MAINT-REC.
           05 GX-ACTION-CODE       PIC X(01).
               88 GX-ADD-ACTION         VALUE "A".
               88 GX-PRIORITY-ACTION    VALUE "P".
               88 GX-AMOUNT-ACTION      VALUE "M".
               88 GX-SUSPEND-ACTION     VALUE "S".
               88 GX-RESUME-ACTION      VALUE "U".
               88 GX-RELEASE-ACTION     VALUE "R".
           05 GX-EMPLOYEE-ID       PIC X(06).
           05 GX-ORDER-ID          PIC X(04).
           05 GX-PRIORITY          PIC X(02).
           05 GX-METHOD            PIC X(01).
           05 GX-PER-RUN-AMOUNT    PIC X(07).
           05 GX-PCT-OF-NET        PIC X(03).
           05 GX-LIFETIME-CAP      PIC X(09).
           05 GX-PAYEE-AGENCY      PIC X(08).
           05 FILLER               PIC X(09).
