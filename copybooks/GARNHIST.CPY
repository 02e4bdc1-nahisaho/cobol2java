      *****************************************************
      * GARNHIST.CPY                                      *
      * Closed garnishment order history record, one per   *
      * order GARN-CLOSEOUT removes from the GARNORD master: *
      * the order as it last stood, the business date it    *
      * was closed, and why - S when GO-WITHHELD-TO-DATE    *
      * reached the lifetime cap, R when the order was      *
      * released on GARN-ORDER-MAINT.                        *
      *****************************************************
       01 GARNISH-HISTORY-REC.
           05 GH-EMPLOYEE-ID       PIC X(06).
           05 GH-ORDER-ID          PIC X(04).
           05 GH-PRIORITY          PIC 9(02).
           05 GH-METHOD            PIC X(01).
           05 GH-PER-RUN-AMOUNT    PIC 9(07).
           05 GH-PCT-OF-NET        PIC 9(03).
           05 GH-LIFETIME-CAP      PIC 9(09).
           05 GH-WITHHELD-TO-DATE  PIC 9(09).
           05 GH-PAYEE-AGENCY      PIC X(08).
           05 GH-CLOSEOUT-DATE     PIC X(08).
           05 GH-CLOSEOUT-REASON   PIC X(01).
               88 GH-ORDER-SATISFIED    VALUE "S".
               88 GH-ORDER-RELEASED     VALUE "R".
           05 FILLER               PIC X(02).
