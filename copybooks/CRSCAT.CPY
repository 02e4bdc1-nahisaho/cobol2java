      * inactive, rejects to SCOREXC.  CU-CREDIT-HOURS     *
      * carries onto the transcript extract so GPA-SUMMARY *
      * can weight a five-credit lecture over a one-credit *
      * lab.  CU-DEPT-CODE is the owning department the    *
      * grade-trend rollup groups courses under; blank     *
      * means the first four characters of the course id.  *
      *****************************************************
       01 COURSE-CATALOG-REC.
           05 CU-COURSE-ID         PIC X(06).
           05 CU-ACTIVE-FLAG       PIC X(01).
               88 CU-COURSE-ACTIVE      VALUE "A".
               88 CU-COURSE-INACTIVE    VALUE "I".
           05 CU-DEPT-CODE         PIC X(04).
           05 FILLER               PIC X(07).
