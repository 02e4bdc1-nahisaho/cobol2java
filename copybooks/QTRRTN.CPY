      *****************************************************
      * QTRRTN.CPY                                        *
      * Quarterly payroll tax return extract record,       *
      * written by QUARTERLY-TAX-RETURN for the tax filing *
      * system.  One M record per month of the quarter,    *
      * one S record per work state (state wages and state *
      * withholding only), and one T record for the        *
      * quarter.  Amounts are net of A-flagged adjustments  *
      * and carry a leading separate sign.  QR-TIE-FLAG on  *
      * the T record is Y only when the quarter tied to the *
      * GLHIST postings and to the EMPMAST YTD movement.    *
      *****************************************************
       01 QUARTERLY-RETURN-REC.
           05 QR-RECORD-TYPE       PIC X(01).
               88 QR-MONTH-RECORD       VALUE "M".
               88 QR-STATE-RECORD       VALUE "S".
               88 QR-QUARTER-RECORD     VALUE "T".
           05 QR-TAX-YEAR          PIC X(04).
           05 QR-QUARTER           PIC X(01).
           05 QR-PERIOD-CODE       PIC X(02).
           05 QR-WAGES             PIC S9(11)
                   SIGN IS LEADING SEPARATE CHARACTER.
           05 QR-TAXABLE-WAGES     PIC S9(11)
                   SIGN IS LEADING SEPARATE CHARACTER.
           05 QR-FED-TAX           PIC S9(11)
                   SIGN IS LEADING SEPARATE CHARACTER.
           05 QR-STATE-TAX         PIC S9(11)
                   SIGN IS LEADING SEPARATE CHARACTER.
           05 QR-EMPLOYER-TAX      PIC S9(11)
                   SIGN IS LEADING SEPARATE CHARACTER.
           05 QR-RECORD-COUNT      PIC 9(07).
           05 QR-TIE-FLAG          PIC X(01).
           05 FILLER               PIC X(04).
