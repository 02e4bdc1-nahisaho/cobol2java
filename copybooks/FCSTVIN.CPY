      *****************************************************
      * FCSTVIN.CPY                                       *
      * Keyed forecast vintage history, one record per     *
      * series, issue business date and term, held on the  *
      * indexed FCSTVIN file.  FIBONACCI adds each night's *
      * forecast here as issued (a rerun for the same      *
      * business date replaces it) so FORECAST-REVIEW can  *
      * score actuals against what was told the business   *
      * at the time, not just the latest FIBOUT.           *
      * FV-BASE-MULTIPLIER is the FIBCTL multiplier that    *
      * produced the forecast amount.                       *
      *****************************************************
       01 FORECAST-VINTAGE-REC.
           05 FV-VINTAGE-KEY.
               10 FV-SERIES-ID       PIC X(06).
               10 FV-ISSUE-DATE      PIC X(08).
               10 FV-SEQUENCE-NUMBER PIC 9(04).
           05 FV-FIB-VALUE           PIC 9(10).
           05 FV-FORECAST-AMOUNT     PIC 9(12).
           05 FV-BASE-MULTIPLIER     PIC 9(05).
           05 FV-RATIO               PIC 9(03)V9(06).
           05 FV-ISSUE-TIMESTAMP     PIC X(14).
           05 FILLER                 PIC X(12).
