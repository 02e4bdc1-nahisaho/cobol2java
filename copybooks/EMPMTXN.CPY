      * H = set the additional-withholding election.        *
      * The tax attribute fields also apply on an add; on   *
      * the F/W/H actions only the matching field is used.  *
      * MT-OPERATOR-ID is the operator submitting the       *
      * action, who must hold the employee maintenance      *
      * right on the OPRAUTH operator authority master.     *
      *****************************************************
       01 EMPLOYEE-MAINT-REC.
           05 MT-ACTION-CODE       PIC X(01).
           05 MT-WORK-STATE        PIC X(02).
           05 MT-ADDL-WITHHOLDING  PIC X(05).
           05 FILLER               PIC X(05).
           05 MT-OPERATOR-ID       PIC X(08).
