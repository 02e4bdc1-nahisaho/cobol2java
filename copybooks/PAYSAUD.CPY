      *****************************************************
      * PAYSAUD.CPY                                       *
      * Payment suspense audit record, appended by         *
      * PAY-DISBURSE for every hold it places and every     *
      * release card it acts on or rejects.  SA-ACTION-CODE *
      * H = held, R = released for payment, C = cancelled,  *
      * J = release card rejected.  Holds carry operator    *
      * SYSTEM.                                              *
      *****************************************************
       01 SUSPENSE-AUDIT-REC.
           05 SA-AUDIT-TIMESTAMP   PIC X(14).
           05 SA-BUSINESS-DATE     PIC X(08).
           05 SA-ACTION-CODE       PIC X(01).
               88 SA-HOLD-ACTION        VALUE "H".
               88 SA-RELEASE-ACTION     VALUE "R".
               88 SA-CANCEL-ACTION      VALUE "C".
               88 SA-REJECT-ACTION      VALUE "J".
           05 SA-EMPLOYEE-ID       PIC X(06).
           05 SA-HELD-DATE         PIC X(08).
           05 SA-MATCHED-DATE      PIC X(08).
           05 SA-NET-AMOUNT        PIC 9(07).
           05 SA-OPERATOR-ID       PIC X(08).
           05 SA-RESULT-TEXT       PIC X(30).
