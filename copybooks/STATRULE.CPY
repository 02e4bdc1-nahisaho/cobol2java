      * approval record before STATUS-CHECKER applies it -   *
      * reactivating a suspended entity is the canonical     *
      * case.                                                 *
      * The fourth byte flags a cascading transition: C      *
      * means that once the transition applies to a parent   *
      * entity, STATUS-CHECKER generates the same move for   *
      * each child on ENTMAST, through these same rules.     *
      *****************************************************
       01 STATUS-RULE-INIT-AREA.
           05 FILLER PIC X(04) VALUE "11  ".
           05 FILLER PIC X(04) VALUE "13  ".
           05 FILLER PIC X(04) VALUE "14 C".
           05 FILLER PIC X(04) VALUE "15 C".
           05 FILLER PIC X(04) VALUE "21  ".
           05 FILLER PIC X(04) VALUE "22  ".
           05 FILLER PIC X(04) VALUE "23  ".
           05 FILLER PIC X(04) VALUE "32  ".
           05 FILLER PIC X(04) VALUE "33  ".
           05 FILLER PIC X(04) VALUE "35 C".
           05 FILLER PIC X(04) VALUE "36  ".
           05 FILLER PIC X(04) VALUE "41S ".
           05 FILLER PIC X(04) VALUE "44  ".
           05 FILLER PIC X(04) VALUE "45SC".
           05 FILLER PIC X(04) VALUE "55  ".
           05 FILLER PIC X(04) VALUE "56  ".
           05 FILLER PIC X(04) VALUE "66  ".

       01 STATUS-RULE-TABLE REDEFINES STATUS-RULE-INIT-AREA.
           05 XR-RULE-ENTRY OCCURS 17 TIMES
               10 XR-NEW-STATUS     PIC 9(01).
               10 XR-SENSITIVE-FLAG PIC X(01).
                   88 XR-SENSITIVE-TRANSITION VALUE "S".
               10 XR-CASCADE-FLAG   PIC X(01).
                   88 XR-CASCADE-TRANSITION   VALUE "C".
