      *****************************************************
      * RETROHST.CPY                                      *
      * Permanent retro pay history, appended by RETRO-PAY *
      * with one record per retro earnings line it writes: *
      * the employee, the prior pay period (PAYHIST        *
      * business date) the line corrects, the amount, the  *
      * business date it was computed and the requesting   *
      * operator.  RETRO-PAY nets what is already on this  *
      * file out of every later recalculation of the same  *
      * period, so a repeated or superseding request pays  *
      * only the difference still owed.                      *
      *****************************************************
       01 RETRO-HISTORY-REC.
           05 RH-EMPLOYEE-ID         PIC X(06).
           05 RH-PERIOD-DATE         PIC X(08).
           05 RH-RETRO-AMOUNT        PIC 9(07).
           05 RH-WRITTEN-DATE        PIC X(08).
           05 RH-OPERATOR-ID         PIC X(08).
           05 FILLER                 PIC X(03).
