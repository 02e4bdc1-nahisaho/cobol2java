      * PY-RECORD-TYPE: D = direct deposit, P = zero-       *
      * amount prenote test transaction, C = check for the  *
      * portion of net pay with no live deposit account.    *
      * A check carries its check number, taken from the    *
      * CHKSTOCK check-stock register, where a deposit      *
      * carries the routing and account numbers.            *
      * The payment register's control total over these     *
      * records must tie to the 21900000 NET PAY CLEARING   *
      * amount CALCULATE-TAX posted on GLPOST.              *
               88 PY-PRENOTE-RECORD     VALUE "P".
               88 PY-CHECK-RECORD       VALUE "C".
           05 PY-EMPLOYEE-ID       PIC X(06).
           05 PY-BANK-ACCOUNT-AREA.
               10 PY-ROUTING-NUMBER PIC X(09).
               10 PY-ACCOUNT-NUMBER PIC X(17).
           05 PY-CHECK-AREA REDEFINES PY-BANK-ACCOUNT-AREA.
               10 PY-CHECK-NUMBER  PIC 9(10).
               10 FILLER           PIC X(16).
           05 PY-AMOUNT            PIC 9(07).
           05 PY-BUSINESS-DATE     PIC X(08).
           05 FILLER               PIC X(04).
