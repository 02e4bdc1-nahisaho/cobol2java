      *****************************************************
      * CAPSER.CPY                                        *
      * Capacity series hand-off file, written by          *
      * CAPACITY-SERIES for CAPACITY-PLAN.  One suite       *
      * record (type S) leads: the latest business date in  *
      * the history window and the average nightly suite    *
      * span in minutes (first start to last end) over the  *
      * most recent week with suite runs.  One job record   *
      * (type J) follows per nightly suite job: its average *
      * elapsed minutes and records per run in its most     *
      * recent week with runs, and its weekly trend in each *
      * (zero when flat or shrinking).  CJ-JOB-NUMBER ties  *
      * the job to its FIBCTL projection cards, series      *
      * E nnnnn for elapsed minutes and V nnnnn for volume. *
      *****************************************************
       01 CAPACITY-SUITE-REC.
           05 CS-RECORD-TYPE        PIC X(01).
           05 CS-LATEST-DATE        PIC X(08).
           05 CS-HISTORY-WEEKS      PIC 9(02).
           05 CS-NIGHT-COUNT        PIC 9(03).
           05 CS-BASE-SPAN-MINUTES  PIC 9(05).
           05 FILLER                PIC X(21).

       01 CAPACITY-JOB-REC.
           05 CJ-RECORD-TYPE        PIC X(01).
           05 CJ-JOB-NAME           PIC X(08).
           05 CJ-JOB-NUMBER         PIC 9(05).
           05 CJ-WEEKS-WITH-RUNS    PIC 9(02).
           05 CJ-BASE-MINUTES       PIC 9(05).
           05 CJ-MINUTE-GROWTH      PIC 9(05).
           05 CJ-BASE-RECORDS       PIC 9(07).
           05 CJ-RECORD-GROWTH      PIC 9(05).
           05 FILLER                PIC X(02).
