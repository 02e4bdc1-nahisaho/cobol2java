      *****************************************************
      * CSTHIST.CPY                                       *
      * Keyed course statistics history, one record per    *
      * course and term, held on the indexed CSTHIST file. *
      * COURSE-STATS saves each run's per-course figures   *
      * here (a rerun for the same term replaces them) so  *
      * COURSE-TREND can follow a course's mean, A-rate and*
      * curve across terms.  CH-LETTER-COUNT runs in the   *
      * grading-scale order A+ A A- B+ B B- C+ C C- D+ D F;*
      * CH-A-COUNT is the first three together.  Score and *
      * curve totals are kept beside the averages so the   *
      * department rollup can re-weight them exactly.      *
      *****************************************************
       01 COURSE-STATS-HIST-REC.
           05 CH-STATS-KEY.
               10 CH-COURSE-ID     PIC X(06).
               10 CH-TERM-CODE     PIC X(06).
           05 CH-DEPT-CODE         PIC X(04).
           05 CH-GRADED-COUNT      PIC 9(05).
           05 CH-PASS-COUNT        PIC 9(05).
           05 CH-SCORE-TOTAL       PIC 9(08).
           05 CH-MEAN-SCORE        PIC 9(03)V99.
           05 CH-MEDIAN-SCORE      PIC 9(03)V99.
           05 CH-CURVE-TOTAL       PIC S9(08)
                   SIGN IS LEADING SEPARATE CHARACTER.
           05 CH-AVG-CURVE-POINTS  PIC S9(03)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
           05 CH-LETTER-COUNTS.
               10 CH-LETTER-COUNT  PIC 9(05) OCCURS 12 TIMES.
           05 CH-A-COUNT           PIC 9(05).
           05 CH-RUN-DATE          PIC X(08).
           05 FILLER               PIC X(08).
