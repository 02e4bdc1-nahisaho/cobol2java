      *****************************************************
      * STUHOLD.CPY                                       *
      * Keyed student hold master, one record per student  *
      * and hold type, held on the indexed STUHOLD file    *
      * and maintained by HOLD-MAINT.  A hold is active    *
      * from SH-PLACED-DATE until SH-RELEASED-DATE is      *
      * stamped; while any hold on a student is active,    *
      * GRADE-CHECKER diverts the student's transcript     *
      * records to the held-transcript file instead of     *
      * TRANSCF, and TRANSCRIPT-RELEASE sends them once    *
      * every hold is released.                            *
      *****************************************************
       01 STUDENT-HOLD-REC.
           05 SH-HOLD-KEY.
               10 SH-STUDENT-ID    PIC X(06).
               10 SH-HOLD-TYPE     PIC X(01).
                   88 SH-FINANCIAL-HOLD      VALUE "F".
                   88 SH-DISCIPLINARY-HOLD   VALUE "D".
                   88 SH-ADMINISTRATIVE-HOLD VALUE "A".
                   88 SH-VALID-HOLD-TYPE     VALUE "F", "D", "A".
           05 SH-HOLD-STATUS       PIC X(01).
               88 SH-HOLD-ACTIVE        VALUE "A".
               88 SH-HOLD-RELEASED      VALUE "R".
           05 SH-PLACING-OFFICE    PIC X(08).
           05 SH-PLACED-DATE       PIC X(08).
           05 SH-RELEASED-DATE     PIC X(08).
           05 SH-LAST-MAINT-DATE   PIC X(08).
           05 FILLER               PIC X(20).
