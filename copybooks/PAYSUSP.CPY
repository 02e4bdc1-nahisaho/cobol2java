      *****************************************************
      * PAYSUSP.CPY                                       *
      * Payment suspense master, keyed by employee and the *
      * business date the payment was held.  PAY-DISBURSE *
      * holds a net payment here instead of paying it when *
      * tonight's earnings repeat an employee's PAYHIST    *
      * pay of the same gross and earnings mix inside the  *
      * DUPCTL look-back window; PS-MATCHED-DATE is the    *
      * earlier pay date it repeats.  An operator release  *
      * card (PAYRLSE) pays it on the next run (status R)  *
      * or cancels it as a true duplicate (status C), which *
      * payroll then reverses by adjustment.  The held net *
      * stays in 21900000 NET PAY CLEARING until released. *
      *****************************************************
       01 PAYMENT-SUSPENSE-REC.
           05 PS-SUSPENSE-KEY.
               10 PS-EMPLOYEE-ID   PIC X(06).
               10 PS-HELD-DATE     PIC X(08).
           05 PS-HOLD-STATUS       PIC X(01).
               88 PS-PAYMENT-HELD       VALUE "H".
               88 PS-PAYMENT-RELEASED   VALUE "R".
               88 PS-PAYMENT-CANCELLED  VALUE "C".
           05 PS-MATCHED-DATE      PIC X(08).
           05 PS-INCOME            PIC 9(07).
           05 PS-REGULAR-INCOME    PIC 9(07).
           05 PS-OVERTIME-INCOME   PIC 9(07).
           05 PS-BONUS-INCOME      PIC 9(07).
           05 PS-COMMISSION-INCOME PIC 9(07).
           05 PS-NET-INCOME        PIC 9(07).
           05 PS-ACTION-DATE       PIC X(08).
           05 PS-OPERATOR-ID       PIC X(08).
           05 FILLER               PIC X(19).
