      *****************************************************
      * OPRAUTH.CPY                                       *
      * Operator authority master record, one per operator *
      * id, held on the indexed OPRAUTH file and maintained *
      * by OPR-AUTH-MAINT.  OU-RIGHTS-AREA carries a Y/N    *
      * flag per function, read by position through         *
      * OU-RIGHT: 1 income correction, 2 score correction,  *
      * 3 status correction (the REJECT-RECYCLE feeds I, S  *
      * and T), 4 employee master maintenance, 5 entity     *
      * master maintenance, 6 dual-control approval of      *
      * sensitive status transitions, 7 administration of   *
      * this master through OPR-AUTH-MAINT.  A right is     *
      * honoured through OU-EXPIRY-DATE inclusive; an       *
      * operator not on this master holds no rights at all. *
      * OU-GRANTED-BY is the administrator who last changed *
      * the record, on OU-LAST-CHANGE-DATE.                 *
      *****************************************************
       01 OPERATOR-AUTH-REC.
           05 OU-OPERATOR-ID       PIC X(08).
           05 OU-OPERATOR-NAME     PIC X(30).
           05 OU-RIGHTS-AREA.
               10 OU-INCOME-CORR-RIGHT  PIC X(01).
               10 OU-SCORE-CORR-RIGHT   PIC X(01).
               10 OU-STATUS-CORR-RIGHT  PIC X(01).
               10 OU-EMP-MAINT-RIGHT    PIC X(01).
               10 OU-ENT-MAINT-RIGHT    PIC X(01).
               10 OU-APPROVAL-RIGHT     PIC X(01).
               10 OU-ADMIN-RIGHT        PIC X(01).
           05 OU-RIGHTS-TABLE REDEFINES OU-RIGHTS-AREA.
               10 OU-RIGHT             PIC X(01) OCCURS 7 TIMES.
           05 OU-EXPIRY-DATE       PIC X(08).
           05 OU-GRANTED-BY        PIC X(08).
           05 OU-LAST-CHANGE-DATE  PIC X(08).
           05 FILLER               PIC X(11).
