      *****************************************************
      * ACHREIS.CPY                                       *
      * Returned-deposit reissue record, written by        *
      * ACH-RETURN for every direct deposit the bank sent  *
      * back and read by PAY-DISBURSE, which pays each one  *
      * by check on its next run.  ACH-RETURN posts the     *
      * matching NET PAY CLEARING reversal on GLPOST, so    *
      * the reissued checks still tie to the clearing       *
      * control total.                                       *
      *****************************************************
       01 ACH-REISSUE-REC.
           05 RI-EMPLOYEE-ID       PIC X(06).
           05 RI-AMOUNT            PIC 9(07).
           05 RI-ORIGINAL-DATE     PIC X(08).
           05 RI-TRACE-NUMBER      PIC X(15).
           05 RI-REASON-CODE       PIC X(03).
           05 FILLER               PIC X(01).
