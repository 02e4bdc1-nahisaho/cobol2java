      *****************************************************
      * PREREQ.CPY                                        *
      * Keyed course prerequisite master, one record per   *
      * course and prerequisite course, held on the        *
      * indexed PREREQ file and maintained by PREREQ-MAINT.*
      * PQ-MIN-LETTER is the lowest letter grade in the    *
      * prerequisite that satisfies it; grades compare by  *
      * their GPA points, so a minimum of C is met by C or *
      * better.  PREREQ-CHECK tests every enrollment on    *
      * ENRLMST against the student's ACADREC history.     *
      *****************************************************
       01 PREREQUISITE-REC.
           05 PQ-PREREQ-KEY.
               10 PQ-COURSE-ID     PIC X(06).
               10 PQ-PREREQ-COURSE-ID PIC X(06).
           05 PQ-MIN-LETTER        PIC X(02).
           05 PQ-LAST-MAINT-DATE   PIC X(08).
           05 FILLER               PIC X(18).
