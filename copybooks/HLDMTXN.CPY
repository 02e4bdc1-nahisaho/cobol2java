      *****************************************************
      * HLDMTXN.CPY                                       *
      * Student hold transaction read by HOLD-MAINT.       *
      * HM-ACTION-CODE A = place a hold, C = change the    *
      * placing office, R = release the hold, D = delete a *
      * hold placed in error.  HM-EFFECTIVE-DATE is the    *
      * placed or released date; blank means the business  *
      * date.                                              *
      *****************************************************
       01 HOLD-MAINT-REC.
           05 HM-ACTION-CODE       PIC X(01).
               88 HM-ADD-ACTION         VALUE "A".
               88 HM-CHANGE-ACTION      VALUE "C".
               88 HM-RELEASE-ACTION     VALUE "R".
               88 HM-DELETE-ACTION      VALUE "D".
           05 HM-STUDENT-ID        PIC X(06).
           05 HM-HOLD-TYPE         PIC X(01).
           05 HM-PLACING-OFFICE    PIC X(08).
           05 HM-EFFECTIVE-DATE    PIC X(08).
           05 FILLER               PIC X(16).
