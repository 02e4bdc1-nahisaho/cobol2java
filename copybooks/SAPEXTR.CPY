      *****************************************************
      * SAPEXTR.CPY                                       *
      * Satisfactory academic progress extract for the      *
      * financial aid system, one fixed 80-byte record per  *
      * student evaluated by SAP-EVAL for SE-TERM-CODE.     *
      * SE-SAP-STATUS M meets, W warning, I ineligible;     *
      * SE-PRIOR-STATUS is last term's (blank on a first    *
      * evaluation).  SE-COMPLETION-PCT is credits earned   *
      * over credits attempted and SE-TIMEFRAME-PCT credits *
      * attempted over SE-MAX-CREDITS, the maximum          *
      * timeframe; each check byte is P passed or F failed. *
      *****************************************************
       01 SAP-EXTRACT-REC.
           05 SE-STUDENT-ID        PIC X(06).
           05 SE-TERM-CODE         PIC X(06).
           05 SE-SAP-STATUS        PIC X(01).
           05 SE-PRIOR-STATUS      PIC X(01).
           05 SE-CUM-GPA           PIC 9V99.
           05 SE-CREDITS-ATTEMPTED PIC 9(04).
           05 SE-CREDITS-EARNED    PIC 9(04).
           05 SE-COMPLETION-PCT    PIC 9(03)V9.
           05 SE-MAX-CREDITS       PIC 9(04).
           05 SE-TIMEFRAME-PCT     PIC 9(03)V9.
           05 SE-GPA-CHECK         PIC X(01).
           05 SE-PACE-CHECK        PIC X(01).
           05 SE-TIMEFRAME-CHECK   PIC X(01).
           05 SE-PROGRAM-CODE      PIC X(06).
           05 SE-EVAL-DATE         PIC X(08).
           05 FILLER               PIC X(26).
