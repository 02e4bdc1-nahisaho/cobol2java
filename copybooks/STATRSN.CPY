      *****************************************************
      * STATRSN.CPY                                       *
      * Status-change reason codes.  XN lists every reason  *
      * code with its description, in the order the        *
      * summary and aging reports break counts down by.    *
      * XA lists the transitions each reason may explain:  *
      * a 0 old or new status matches any status, so the   *
      * STATRULE pair is still what decides whether the    *
      * move itself is allowed.  STATUS-CHECKER rejects a  *
      * transaction whose reason is blank, unknown, or not *
      * listed here for its old and new status.  SYP and   *
      * SYR are stamped by STATUS-GEN and POSITION-RECON on *
      * the transactions they generate.                    *
      * Status codes as in STATCODE.CPY: 1-ACTIVE           *
      * 2-PENDING 3-INACTIVE 4-SUSPENDED 5-CLOSED           *
      * 6-ARCHIVED.                                         *
      *****************************************************
       01 STATUS-REASON-INIT-AREA.
           05 FILLER PIC X(18) VALUE "NPYNON-PAYMENT    ".
           05 FILLER PIC X(18) VALUE "CMPCOMPLIANCE     ".
           05 FILLER PIC X(18) VALUE "REQOWNER REQUEST  ".
           05 FILLER PIC X(18) VALUE "DORDORMANCY       ".
           05 FILLER PIC X(18) VALUE "RINREINSTATEMENT  ".
           05 FILLER PIC X(18) VALUE "ONBONBOARDING     ".
           05 FILLER PIC X(18) VALUE "RETRETENTION      ".
           05 FILLER PIC X(18) VALUE "CORDATA CORRECTION".
           05 FILLER PIC X(18) VALUE "SYPSYSTEM POLICY  ".
           05 FILLER PIC X(18) VALUE "SYRSYSTEM RECON   ".

       01 STATUS-REASON-TABLE REDEFINES STATUS-REASON-INIT-AREA.
           05 XN-REASON-ENTRY OCCURS 10 TIMES
                   INDEXED BY XN-IDX.
               10 XN-REASON-CODE    PIC X(03).
               10 XN-REASON-TEXT    PIC X(15).

       01 REASON-TRANSITION-INIT-AREA.
           05 FILLER PIC X(05) VALUE "NPY04".
           05 FILLER PIC X(05) VALUE "NPY05".
           05 FILLER PIC X(05) VALUE "CMP04".
           05 FILLER PIC X(05) VALUE "CMP05".
           05 FILLER PIC X(05) VALUE "REQ03".
           05 FILLER PIC X(05) VALUE "REQ05".
           05 FILLER PIC X(05) VALUE "REQ32".
           05 FILLER PIC X(05) VALUE "DOR03".
           05 FILLER PIC X(05) VALUE "RIN41".
           05 FILLER PIC X(05) VALUE "RIN32".
           05 FILLER PIC X(05) VALUE "ONB02".
           05 FILLER PIC X(05) VALUE "ONB21".
           05 FILLER PIC X(05) VALUE "RET06".
           05 FILLER PIC X(05) VALUE "COR00".
           05 FILLER PIC X(05) VALUE "SYP00".
           05 FILLER PIC X(05) VALUE "SYR00".

       01 REASON-TRANSITION-TABLE
               REDEFINES REASON-TRANSITION-INIT-AREA.
           05 XA-ALLOWED-ENTRY OCCURS 16 TIMES
                   INDEXED BY XA-IDX.
               10 XA-REASON-CODE    PIC X(03).
               10 XA-OLD-STATUS     PIC 9(01).
               10 XA-NEW-STATUS     PIC 9(01).
