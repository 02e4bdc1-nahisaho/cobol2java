      *****************************************************
      * TAXRULE.CPY                                       *
      * Keyed effective-dated tax-rule master record, held *
      * on the indexed TAXRULE file and keyed by rule type, *
      * rule code and effective-from date (CCYYMMDD).       *
      * Rule type F carries one filing status's five-       *
      * bracket federal set (TL-RULE-CODE is the TAXBRKT    *
      * filing status, left-justified); rule type S carries *
      * one work state's withholding rate (TL-RULE-CODE is  *
      * the STRATE state code).  CALCULATE-TAX loads, for   *
      * every TAXBRKT status and STRATE state, the rule     *
      * with the latest effective date on or before         *
      * BD-BUSINESS-DATE, so next year's rates can be       *
      * staged ahead of time and a run for an old business  *
      * date re-derives tax at the rates in effect then.    *
      * Maintained only by TAX-RULE-MAINT.                  *
      *****************************************************
       01 TAX-RULE-REC.
           05 TL-RULE-KEY.
               10 TL-RULE-TYPE         PIC X(01).
                   88 TL-FEDERAL-BRACKET-RULE VALUE "F".
                   88 TL-STATE-RATE-RULE      VALUE "S".
               10 TL-RULE-CODE         PIC X(02).
               10 TL-EFFECTIVE-DATE    PIC X(08).
           05 TL-STATE-RATE-PCT        PIC 9(03)V99.
           05 TL-BRACKET-ENTRY OCCURS 5 TIMES.
               10 TL-LOW-AMOUNT        PIC 9(07).
               10 TL-HIGH-AMOUNT       PIC 9(07).
               10 TL-RATE-PCT          PIC 9(03)V99.
           05 TL-LAST-MAINT-DATE       PIC X(08).
           05 FILLER                   PIC X(11).
