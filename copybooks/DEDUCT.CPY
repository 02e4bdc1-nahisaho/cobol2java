      * go to the DEDEXC exception report.                  *
      * Deduction types: K = 401(K), H = health premium,    *
      * O = other pre-tax.                                   *
      * Standing elections live on the DEDELECT master      *
      * (DEDELEC.CPY); this feed now carries only one-off   *
      * amounts, which count against the same annual limit  *
      * when the employee has an election of that type.     *
      *****************************************************
       01 DEDUCTION-REC.
           05 DE-EMPLOYEE-ID       PIC X(06).
