      *****************************************************
      * DEDMTXN.CPY                                       *
      * Deduction election maintenance transaction, one    *
      * per requested action, read by DED-ELECT-MAINT.      *
      * Action codes: A = add an election, C = change one,  *
      * D = delete one.  On a change a blank field keeps    *
      * the value on file; a stop date of 99999999 clears   *
      * the stop date back to open-ended.  DM-PCT-OF-GROSS  *
      * is four digits with two implied decimals (0600 =    *
      * 6.00 pct).  DM-YTD-TAKEN is read on an add only, to *
      * carry in what an employee has already taken this    *
      * year when an election is first loaded mid-year.     *
      *****************************************************
       01 DEDUCTION-MAINT-REC.
           05 DM-ACTION-CODE       PIC X(01).
               88 DM-ADD-ACTION         VALUE "A".
               88 DM-CHANGE-ACTION      VALUE "C".
               88 DM-DELETE-ACTION      VALUE "D".
           05 DM-EMPLOYEE-ID       PIC X(06).
           05 DM-DEDUCTION-TYPE    PIC X(01).
           05 DM-METHOD            PIC X(01).
           05 DM-PER-RUN-AMOUNT    PIC X(07).
           05 DM-PCT-OF-GROSS      PIC X(04).
           05 DM-START-DATE        PIC X(08).
           05 DM-STOP-DATE         PIC X(08).
           05 DM-ANNUAL-LIMIT      PIC X(09).
           05 DM-YTD-TAKEN         PIC X(09).
           05 FILLER               PIC X(06).
