      *****************************************************
      * RETROREQ.CPY                                      *
      * Retroactive pay request card read by RETRO-PAY.    *
      * Names the employee and the first business date the *
      * correction applies from, with a new regular rate   *
      * (regular earnings per pay period) and optionally a *
      * corrected work state; blank keeps the state.  A    *
      * corrected state with no new rate is rejected.  The *
      * operator's ID is required and is carried to the    *
      * retro history.                                     *
      *****************************************************
       01 RETRO-REQUEST-REC.
           05 RR-EMPLOYEE-ID         PIC X(06).
           05 RR-EFFECTIVE-DATE      PIC X(08).
           05 RR-NEW-REGULAR-AMOUNT  PIC 9(07).
           05 RR-CORRECTED-STATE     PIC X(02).
           05 RR-OPERATOR-ID         PIC X(08).
           05 FILLER                 PIC X(09).
