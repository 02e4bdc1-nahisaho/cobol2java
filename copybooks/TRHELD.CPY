      *****************************************************
      * TRHELD.CPY                                        *
      * Held transcript record: a TRANSCF-layout record    *
      * GRADE-CHECKER diverted because the student had an  *
      * active hold on STUHOLD, with the night it was held *
      * and the hold type found.  TRANSCRIPT-RELEASE       *
      * carries it forward until the student's holds are   *
      * released and then sends the TH-TRANSCRIPT-IMAGE on *
      * TRRLSE.                                            *
      *****************************************************
       01 HELD-TRANSCRIPT-REC.
           05 TH-TRANSCRIPT-IMAGE.
               10 TH-STUDENT-ID    PIC X(06).
               10 TH-COURSE-ID     PIC X(06).
               10 FILLER           PIC X(10).
           05 TH-HELD-DATE         PIC X(08).
           05 TH-HOLD-TYPE         PIC X(01).
           05 FILLER               PIC X(09).
