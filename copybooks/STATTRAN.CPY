      * earlier (or with no date) apply now; future-dated    *
      * ones go to the STATPEND hold file until the daily    *
      * sweep releases them.                                  *
      * ST-REASON-CODE says why the status is changing and  *
      * must be a STATRSN.CPY reason allowed for the old    *
      * and new status.                                     *
      *****************************************************
       01 STATUS-TRANSACTION-REC.
           05 ST-ENTITY-ID          PIC X(06).
           05 ST-OLD-STATUS         PIC 9(01).
           05 ST-NEW-STATUS         PIC 9(01).
           05 ST-EFFECTIVE-DATE     PIC X(08).
           05 ST-REASON-CODE        PIC X(03).
           05 FILLER                PIC X(01).
