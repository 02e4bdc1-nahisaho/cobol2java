      *****************************************************
      * OPRMTXN.CPY                                       *
      * Operator authority maintenance transaction read by *
      * OPR-AUTH-MAINT.  Action codes: A = add an operator, *
      * C = change the rights, expiry and (when given) the  *
      * name, R = revoke every right (the record stays on   *
      * the master for the access review).  OX-RIGHTS-AREA  *
      * is seven Y/N flags in the OPRAUTH function order.   *
      * OX-ADMIN-ID is the security administrator making    *
      * the change, who must hold an unexpired              *
      * administration right (7) on OPRAUTH; no one may     *
      * change their own authority.  Only while OPRAUTH is  *
      * empty may an add go through without one, and that   *
      * first add must grant the administration right.      *
      *****************************************************
       01 OPERATOR-MAINT-REC.
           05 OX-ACTION-CODE       PIC X(01).
               88 OX-ADD-ACTION         VALUE "A".
               88 OX-CHANGE-ACTION      VALUE "C".
               88 OX-REVOKE-ACTION      VALUE "R".
           05 OX-OPERATOR-ID       PIC X(08).
           05 OX-OPERATOR-NAME     PIC X(30).
           05 OX-RIGHTS-AREA       PIC X(07).
           05 OX-RIGHTS-TABLE REDEFINES OX-RIGHTS-AREA.
               10 OX-RIGHT             PIC X(01) OCCURS 7 TIMES.
           05 OX-EXPIRY-DATE       PIC X(08).
           05 OX-ADMIN-ID          PIC X(08).
           05 FILLER               PIC X(18).
