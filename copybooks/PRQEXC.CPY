      *****************************************************
      * PRQEXC.CPY                                        *
      * Keyed prerequisite exception master, one record per *
      * enrollment (student, course, term) PREREQ-CHECK     *
      * found missing a prerequisite, held on the indexed   *
      * PRQEXC file.  PX-STATUS U = unresolved, W = waived  *
      * by the department chair on a PRQWAIV card (PX-      *
      * WAIVED-BY and PX-RESOLVED-DATE record who and when), *
      * R = resolved because a later check found every      *
      * prerequisite met.  GRADE-CHECKER flags any grade it *
      * posts for an enrollment still unresolved here.      *
      *****************************************************
       01 PREREQ-EXCEPTION-REC.
           05 PX-EXCEPTION-KEY.
               10 PX-STUDENT-ID    PIC X(06).
               10 PX-COURSE-ID     PIC X(06).
               10 PX-TERM-CODE     PIC X(06).
           05 PX-STATUS            PIC X(01).
               88 PX-UNRESOLVED         VALUE "U".
               88 PX-WAIVED             VALUE "W".
               88 PX-RESOLVED           VALUE "R".
           05 PX-MISSING-COUNT     PIC 9(02).
           05 PX-FIRST-MISSING-COURSE PIC X(06).
           05 PX-FOUND-DATE        PIC X(08).
           05 PX-LAST-CHECK-DATE   PIC X(08).
           05 PX-WAIVED-BY         PIC X(08).
           05 PX-RESOLVED-DATE     PIC X(08).
           05 FILLER               PIC X(21).
