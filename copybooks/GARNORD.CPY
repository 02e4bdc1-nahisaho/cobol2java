      * remaining net and at the order's lifetime cap, and  *
      * GO-WITHHELD-TO-DATE is rewritten in place as each   *
      * run applies the order.                               *
      * GO-ORDER-STATUS is maintained by GARN-ORDER-MAINT:  *
      * only an active order (A, or blank on orders loaded  *
      * before the status existed) is applied; a suspended  *
      * order (S) waits, and a released order (R) or one    *
      * whose lifetime cap is reached is moved to GARNHIST  *
      * by GARN-CLOSEOUT.                                    *
      *****************************************************
       01 GARNISH-ORDER-REC.
           05 GO-ORDER-KEY.
           05 GO-LIFETIME-CAP      PIC 9(09).
           05 GO-WITHHELD-TO-DATE  PIC 9(09).
           05 GO-PAYEE-AGENCY      PIC X(08).
           05 GO-ORDER-STATUS      PIC X(01).
               88 GO-ORDER-ACTIVE       VALUE "A" " ".
               88 GO-ORDER-SUSPENDED    VALUE "S".
               88 GO-ORDER-RELEASED     VALUE "R".
           05 FILLER               PIC X(05).
