      *****************************************************
      * SECEXC.CPY                                        *
      * Security exception record, one per piece of work   *
      * refused for want of operator authority, appended   *
      * to the SECEXC file by REJECT-RECYCLE (RECYCLE),     *
      * EMP-MASTER-MAINT (EMPMAINT), ENT-MASTER-MAINT       *
      * (ENTMAINT), the STATUS-CHECKER approval check       *
      * (STATCHK) and OPR-AUTH-MAINT (OPRMAINT), and listed *
      * for the auditors by OPR-ACCESS-REVIEW.              *
      * SE-FUNCTION-NUMBER is the OPRAUTH right position    *
      * that was required and SE-RECORD-KEY the employee,   *
      * student or entity the work was for; refused         *
      * OPRAUTH maintenance carries the operator it was for *
      * in SE-TARGET-OPERATOR-ID instead.                   *
      *****************************************************
       01 SECURITY-EXCEPTION-REC.
           05 SE-EVENT-TIMESTAMP   PIC X(14).
           05 SE-PROGRAM-NAME      PIC X(08).
           05 SE-OPERATOR-ID       PIC X(08).
           05 SE-FUNCTION-NUMBER   PIC 9(01).
           05 SE-RECORD-KEY        PIC X(06).
           05 SE-REASON-CODE       PIC X(01).
               88 SE-NO-OPERATOR-ID     VALUE "M".
               88 SE-NOT-ON-MASTER      VALUE "N".
               88 SE-RIGHT-NOT-GRANTED  VALUE "R".
               88 SE-AUTHORITY-EXPIRED  VALUE "E".
           05 SE-REASON-TEXT       PIC X(24).
           05 SE-TARGET-OPERATOR-ID PIC X(08).
           05 FILLER               PIC X(10).
