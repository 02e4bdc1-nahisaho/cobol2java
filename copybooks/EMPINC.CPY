      * the type code carries the direction - and an         *
      * employee's adjustment details must not mix with      *
      * earnings details in the same run.                     *
      * Type T is retro pay written by RETRO-PAY: one detail *
      * per prior pay period it corrects, taxed and paid as  *
      * regular earnings.  Its name area carries the period's *
      * business date and a shortened name (EI-RETRO-DETAIL), *
      * and an employee may have several T details a run.     *
      * EI-FILING-STATUS selects the federal bracket set    *
      * (S/M/H per TAXBRKT.CPY) and EI-WORK-STATE selects   *
      * the state withholding rate (STRATE.CPY); every      *
      * detail for an employee carries them, the first      *
      * detail's values are the ones used.                   *
      * EI-FINAL-PAY-FLAG Y on an employee's first detail    *
      * marks final pay for a terminated employee; it is     *
      * honored only by the off-cycle run (RUNMODE O) and    *
      * ignored by the nightly run.                          *
      *****************************************************
       01 EMPLOYEE-INCOME-REC.
           05 EI-EMPLOYEE-ID       PIC X(06).
           05 EI-EMPLOYEE-NAME     PIC X(20).
           05 EI-RETRO-DETAIL REDEFINES EI-EMPLOYEE-NAME.
               10 EI-RETRO-PERIOD-DATE PIC X(08).
               10 EI-RETRO-SHORT-NAME  PIC X(12).
           05 EI-EARNINGS-TYPE     PIC X(01).
               88 EI-REGULAR-EARNINGS    VALUE "R".
               88 EI-OVERTIME-EARNINGS   VALUE "O".
               88 EI-BONUS-EARNINGS      VALUE "B".
               88 EI-COMMISSION-EARNINGS VALUE "C".
               88 EI-ADJUSTMENT-EARNINGS VALUE "A".
               88 EI-RETRO-EARNINGS      VALUE "T".
           05 EI-FILING-STATUS     PIC X(01).
           05 EI-WORK-STATE        PIC X(02).
           05 EI-INCOME            PIC 9(07).
           05 EI-FINAL-PAY-FLAG    PIC X(01).
               88 EI-FINAL-PAY          VALUE "Y".
           05 FILLER               PIC X(02).
