      *****************************************************
      * TAXRTXN.CPY                                       *
      * Tax-rule maintenance transaction, one per          *
      * requested action, read by TAX-RULE-MAINT.           *
      * Action codes: A = add a rule for a new effective    *
      * date, C = change a staged rule, D = delete a staged *
      * rule.  A rule already in effect on the business     *
      * date cannot be changed or deleted - a correction is *
      * a new rule with a later effective date, so a past   *
      * business date always re-derives at the rates that   *
      * really applied.  RX-RULE-TYPE F uses the bracket     *
      * fields, RX-RULE-TYPE S uses RX-STATE-RATE-PCT.       *
      *****************************************************
       01 TAX-RULE-MAINT-REC.
           05 RX-ACTION-CODE           PIC X(01).
               88 RX-ADD-ACTION             VALUE "A".
               88 RX-CHANGE-ACTION          VALUE "C".
               88 RX-DELETE-ACTION          VALUE "D".
           05 RX-RULE-TYPE             PIC X(01).
           05 RX-RULE-CODE             PIC X(02).
           05 RX-EFFECTIVE-DATE        PIC X(08).
           05 RX-STATE-RATE-PCT        PIC 9(03)V99.
           05 RX-BRACKET-ENTRY OCCURS 5 TIMES.
               10 RX-LOW-AMOUNT        PIC 9(07).
               10 RX-HIGH-AMOUNT       PIC 9(07).
               10 RX-RATE-PCT          PIC 9(03)V99.
           05 FILLER                   PIC X(08).
