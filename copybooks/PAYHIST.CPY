      * detail for a date range when audit asks.            *
      * PH-ADJUSTMENT-FLAG A marks a reversal; consumers    *
      * subtract those amounts.                              *
      * PH-STATE-DETAIL splits the night's gross wages and   *
      * state withholding by work state, one slot per STRATE *
      * table entry, for the quarterly state returns.  Rows  *
      * written before the split was carried hold spaces     *
      * there and count under the employee's master state.   *
      *****************************************************
       01 PAY-HISTORY-REC.
           05 PH-BUSINESS-DATE     PIC X(08).
           05 PH-EMPLOYER-TAX-AMOUNT PIC 9(07).
           05 PH-ADJUSTMENT-FLAG   PIC X(01).
               88 PH-ADJUSTMENT-RECORD  VALUE "A".
           05 PH-STATE-DETAIL OCCURS 3 TIMES.
               10 PH-STATE-CODE    PIC X(02).
               10 PH-STATE-WAGES   PIC 9(07).
               10 PH-STATE-TAX     PIC 9(07).
           05 FILLER               PIC X(05).
