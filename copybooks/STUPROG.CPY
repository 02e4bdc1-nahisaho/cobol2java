      *****************************************************
      * STUPROG.CPY                                       *
      * Keyed student program assignment, one per student, *
      * held on the indexed STUPROG file and maintained by *
      * DEGREE-MAINT.  SP-PROGRAM-CODE names the DEGREQ    *
      * program the student is audited against and        *
      * SP-EXPECTED-TERM the term the student expects to   *
      * finish.  DEGREE-AUDIT audits active students only; *
      * a graduated or inactive student is passed over.    *
      *****************************************************
       01 STUDENT-PROGRAM-REC.
           05 SP-STUDENT-ID        PIC X(06).
           05 SP-PROGRAM-CODE      PIC X(06).
           05 SP-EXPECTED-TERM     PIC X(06).
           05 SP-PROGRAM-STATUS    PIC X(01).
               88 SP-ACTIVE-STUDENT     VALUE "A".
               88 SP-GRADUATED-STUDENT  VALUE "G".
               88 SP-INACTIVE-STUDENT   VALUE "I".
           05 SP-ASSIGNED-DATE     PIC X(08).
           05 SP-LAST-MAINT-DATE   PIC X(08).
           05 FILLER               PIC X(05).
