      *****************************************************
      * ACADREC.CPY                                       *
      * Permanent academic record, one per student, term   *
      * and course, held on the indexed ACADREC file.      *
      * GRADE-CHECKER posts every graded course under the  *
      * enrollment term (EN-TERM-CODE; with no enrollment  *
      * master the business date's year and month stand in *
      * as the term).  GRADE-AMEND and INCOMPLETE-LAPSE    *
      * replace the posted letter and points in place: the *
      * grade as first posted stays in AR-ORIGINAL-LETTER  *
      * and AR-ORIGINAL-POINTS, and AR-AMEND-COUNT shows   *
      * how often it has changed.  Unlike TRANSCF, which is *
      * one night's feed, the file is never rebuilt, so    *
      * TRANSCRIPT-PRINT can reproduce a student's whole   *
      * course-by-course record term by term.              *
      *****************************************************
       01 ACADEMIC-RECORD-REC.
           05 AR-RECORD-KEY.
               10 AR-STUDENT-ID    PIC X(06).
               10 AR-TERM-CODE     PIC X(06).
               10 AR-COURSE-ID     PIC X(06).
           05 AR-LETTER-GRADE      PIC X(02).
           05 AR-GPA-POINTS        PIC 9V99.
           05 AR-CREDIT-HOURS      PIC 9(02).
           05 AR-GRADE-TYPE        PIC X(02).
               88 AR-NUMERIC-GRADE      VALUE "N ", "  ".
               88 AR-INCOMPLETE-GRADE   VALUE "I ".
               88 AR-WITHDRAWAL-GRADE   VALUE "W ".
               88 AR-AUDIT-GRADE        VALUE "AU".
           05 AR-POSTED-DATE       PIC X(08).
           05 AR-ORIGINAL-LETTER   PIC X(02).
           05 AR-ORIGINAL-POINTS   PIC 9V99.
           05 AR-AMEND-COUNT       PIC 9(02).
           05 AR-AMEND-SOURCE      PIC X(01).
               88 AR-GRADE-CHANGE       VALUE "C".
               88 AR-INCOMPLETE-RESOLVED VALUE "R".
               88 AR-INCOMPLETE-LAPSED  VALUE "L".
           05 AR-AMEND-DATE        PIC X(08).
           05 AR-APPROVER-ID       PIC X(08).
           05 FILLER               PIC X(21).
