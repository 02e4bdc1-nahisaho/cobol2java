      * Status transition audit record, one per applied    *
      * transition, appended by STATUS-CHECKER and mined    *
      * by the dwell-time aging and archive/purge jobs.     *
      * AU-REASON-CODE is the STATRSN.CPY reason carried    *
      * from the transaction; it is blank on records       *
      * written before reasons were captured.               *
      * A transition STATUS-CHECKER generated by cascading  *
      * a parent's change carries the parent's entity id and *
      * the AU-TIMESTAMP of the parent's own audit record;   *
      * both are blank on ordinary transitions.              *
      *****************************************************
       01 STATUS-AUDIT-REC.
           05 AU-ENTITY-ID          PIC X(06).
           05 AU-OLD-STATUS         PIC 9(01).
           05 AU-NEW-STATUS         PIC 9(01).
           05 AU-TIMESTAMP          PIC X(14).
           05 AU-REASON-CODE        PIC X(03).
           05 AU-CASCADE-PARENT-ID  PIC X(06).
           05 AU-CASCADE-PARENT-TS  PIC X(14).
