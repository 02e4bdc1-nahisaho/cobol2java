      *****************************************************
      * DEGREQ.CPY                                        *
      * Keyed degree requirement master, held on the       *
      * indexed DEGREQ file and maintained by DEGREE-MAINT. *
      * Each program has one P record carrying its name,   *
      * the minimum total credits earned and the minimum   *
      * cumulative GPA; one C record per required course   *
      * (DR-REQ-ID is the CRSCAT course id); and one E      *
      * record per elective credit block (DR-REQ-ID names  *
      * the block), which any earned course whose id        *
      * starts with the first DR-PREFIX-LENGTH characters  *
      * of DR-COURSE-PREFIX counts toward, up to            *
      * DR-MIN-CREDITS.  DEGREE-AUDIT checks every         *
      * assigned student against the program's records.    *
      *****************************************************
       01 DEGREE-REQUIREMENT-REC.
           05 DR-REQUIREMENT-KEY.
               10 DR-PROGRAM-CODE  PIC X(06).
               10 DR-REQ-TYPE      PIC X(01).
                   88 DR-PROGRAM-HEADER     VALUE "P".
                   88 DR-REQUIRED-COURSE    VALUE "C".
                   88 DR-ELECTIVE-BLOCK     VALUE "E".
               10 DR-REQ-ID        PIC X(06).
           05 DR-DESCRIPTION       PIC X(20).
           05 DR-MIN-CREDITS       PIC 9(03).
           05 DR-MIN-CUM-GPA       PIC 9V99.
           05 DR-COURSE-PREFIX     PIC X(06).
           05 DR-PREFIX-LENGTH     PIC 9(01).
           05 DR-LAST-MAINT-DATE   PIC X(08).
           05 FILLER               PIC X(26).
