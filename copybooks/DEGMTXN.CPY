      *****************************************************
      * DEGMTXN.CPY                                       *
      * Degree maintenance transaction read by DEGREE-     *
      * MAINT.  DT-ACTION-CODE A = add, C = change, D =     *
      * delete.  DT-RECORD-TYPE P, C and E maintain the     *
      * DEGREQ program header, required course and elective *
      * block records; S maintains the student's STUPROG    *
      * program assignment (DT-KEY-ID is then the student   *
      * id).  Numeric fields are character so a blank field *
      * on a change keeps the value on file; the GPA is     *
      * keyed without its decimal point (200 = 2.00).       *
      *****************************************************
       01 DEGREE-MAINT-REC.
           05 DT-ACTION-CODE       PIC X(01).
               88 DT-ADD-ACTION         VALUE "A".
               88 DT-CHANGE-ACTION      VALUE "C".
               88 DT-DELETE-ACTION      VALUE "D".
           05 DT-RECORD-TYPE       PIC X(01).
               88 DT-PROGRAM-RECORD     VALUE "P".
               88 DT-COURSE-RECORD      VALUE "C".
               88 DT-ELECTIVE-RECORD    VALUE "E".
               88 DT-STUDENT-RECORD     VALUE "S".
           05 DT-PROGRAM-CODE      PIC X(06).
           05 DT-KEY-ID            PIC X(06).
           05 DT-DESCRIPTION       PIC X(20).
           05 DT-MIN-CREDITS       PIC X(03).
           05 DT-MIN-CUM-GPA       PIC X(03).
           05 DT-MIN-CUM-GPA-NUM REDEFINES DT-MIN-CUM-GPA
                                   PIC 9V99.
           05 DT-COURSE-PREFIX     PIC X(06).
           05 DT-PREFIX-LENGTH     PIC X(01).
           05 DT-EXPECTED-TERM     PIC X(06).
           05 DT-PROGRAM-STATUS    PIC X(01).
           05 FILLER               PIC X(26).
