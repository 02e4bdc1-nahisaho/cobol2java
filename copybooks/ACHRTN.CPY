      *****************************************************
      * ACHRTN.CPY                                        *
      * Bank ACH return and notification-of-change item,   *
      * one per entry the bank answers, read by ACH-RETURN. *
      * AR-ITEM-TYPE R = returned entry (a deposit or a     *
      * prenote the bank could not post), N = notification  *
      * of change carrying the corrected routing and/or     *
      * account number.  AR-ORIGINAL-DATE is the business   *
      * date of the PAYFILE entry being answered; with the  *
      * employee, routing, account and amount it matches    *
      * the item to that payment.  AR-TRACE-NUMBER is the   *
      * bank's trace for the item and keys the ACHRHIST     *
      * history, so an item is never applied twice.         *
      *****************************************************
       01 ACH-RETURN-REC.
           05 AR-ITEM-TYPE         PIC X(01).
               88 AR-RETURN-ITEM        VALUE "R".
               88 AR-CHANGE-NOTICE      VALUE "N".
           05 AR-REASON-CODE       PIC X(03).
           05 AR-TRACE-NUMBER      PIC X(15).
           05 AR-EMPLOYEE-ID       PIC X(06).
           05 AR-ROUTING-NUMBER    PIC X(09).
           05 AR-ACCOUNT-NUMBER    PIC X(17).
           05 AR-AMOUNT            PIC 9(07).
           05 AR-ORIGINAL-DATE     PIC X(08).
           05 AR-CORRECTED-ROUTING PIC X(09).
           05 AR-CORRECTED-ACCOUNT PIC X(17).
           05 FILLER               PIC X(08).
