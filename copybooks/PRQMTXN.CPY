      *****************************************************
      * PRQMTXN.CPY                                       *
      * Prerequisite maintenance transaction read by        *
      * PREREQ-MAINT.  PM-ACTION-CODE A = add a            *
      * prerequisite to a course, C = change its minimum    *
      * letter, D = delete it.                              *
      *****************************************************
       01 PREREQ-MAINT-REC.
           05 PM-ACTION-CODE       PIC X(01).
               88 PM-ADD-ACTION         VALUE "A".
               88 PM-CHANGE-ACTION      VALUE "C".
               88 PM-DELETE-ACTION      VALUE "D".
           05 PM-COURSE-ID         PIC X(06).
           05 PM-PREREQ-COURSE-ID  PIC X(06).
           05 PM-MIN-LETTER        PIC X(02).
           05 FILLER               PIC X(25).
