      *****************************************************
      * PAIDITEM.CPY                                      *
      * Bank paid-items record, one per check the bank      *
      * paid on the disbursement account, read by CHECK-    *
      * RECON and matched to CHKISSUE by check number.      *
      *****************************************************
       01 PAID-ITEM-REC.
           05 PI-BANK-ACCOUNT      PIC X(17).
           05 PI-CHECK-NUMBER      PIC 9(10).
           05 PI-AMOUNT            PIC 9(07).
           05 PI-PAID-DATE         PIC X(08).
           05 FILLER               PIC X(08).
