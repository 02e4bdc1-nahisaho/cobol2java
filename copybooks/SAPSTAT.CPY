      *****************************************************
      * SAPSTAT.CPY                                       *
      * Keyed satisfactory academic progress status, one    *
      * per student, held on the indexed SAPSTAT file and   *
      * kept by SAP-EVAL.  SS-SAP-STATUS is the status set  *
      * for SS-EVAL-TERM (M meets, W warning, I ineligible) *
      * and SS-PRIOR-STATUS the one carried from the term   *
      * before, so a rerun for the same term compares       *
      * against last term again rather than against itself. *
      *****************************************************
       01 SAP-STATUS-REC.
           05 SS-STUDENT-ID        PIC X(06).
           05 SS-SAP-STATUS        PIC X(01).
               88 SS-SAP-MEETS          VALUE "M".
               88 SS-SAP-WARNING        VALUE "W".
               88 SS-SAP-INELIGIBLE     VALUE "I".
           05 SS-EVAL-TERM         PIC X(06).
           05 SS-PRIOR-STATUS      PIC X(01).
           05 SS-PRIOR-TERM        PIC X(06).
           05 SS-LAST-MAINT-DATE   PIC X(08).
           05 FILLER               PIC X(12).
