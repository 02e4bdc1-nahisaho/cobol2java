      *****************************************************
      * DEDELEC.CPY                                       *
      * Keyed deduction election master record, one per    *
      * employee per deduction type (K = 401(K), H = health *
      * premium, O = other pre-tax, as on DEDUCT.CPY), held *
      * on the indexed DEDELECT file.  Maintained by DED-   *
      * ELECT-MAINT.  CALCULATE-TAX takes every election in *
      * effect on the business date (DL-START-DATE on or    *
      * before it, DL-STOP-DATE blank or on or after it)    *
      * each run with no re-keying: method A takes the      *
      * fixed per-run amount, method P takes DL-PCT-OF-     *
      * GROSS percent of the run's gross.  A DEDUCTF amount *
      * of the same type counts against the same election.  *
      * DL-ANNUAL-LIMIT (zero = no limit) caps what the     *
      * year can take: each run is cut to the room left     *
      * above DL-YTD-TAKEN, the excess goes to DEDEXC, and  *
      * the amount actually taken is added to DL-YTD-TAKEN. *
      * YEAR-END-STATEMENTS writes the opening-balance copy *
      * with DL-YTD-TAKEN zeroed for the new year.          *
      *****************************************************
       01 DEDUCTION-ELECTION-REC.
           05 DL-ELECTION-KEY.
               10 DL-EMPLOYEE-ID   PIC X(06).
               10 DL-DEDUCTION-TYPE PIC X(01).
                   88 DL-RETIREMENT-DEDUCTION VALUE "K".
                   88 DL-HEALTH-DEDUCTION     VALUE "H".
                   88 DL-OTHER-DEDUCTION      VALUE "O".
           05 DL-METHOD            PIC X(01).
               88 DL-FLAT-AMOUNT        VALUE "A".
               88 DL-PCT-OF-GROSS-METHOD VALUE "P".
           05 DL-PER-RUN-AMOUNT    PIC 9(07).
           05 DL-PCT-OF-GROSS      PIC 9(02)V99.
           05 DL-START-DATE        PIC X(08).
           05 DL-STOP-DATE         PIC X(08).
           05 DL-ANNUAL-LIMIT      PIC 9(09).
           05 DL-YTD-TAKEN         PIC 9(09).
           05 FILLER               PIC X(07).
