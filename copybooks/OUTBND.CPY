      * because the record carries no amount fields) so a    *
      * consumer can tell a complete file from one truncated *
      * by an abend.  FEED-VERIFY confirms every segment.    *
      *****************************************************
      * OI-REASON-CODE is the STATRSN.CPY status-change     *
      * reason on STATUS-CHECKER events, blank on grades.   *
      * OI-CASCADE-PARENT-ID names the parent entity when   *
      * the event was cascaded from a parent's transition.  *
      *****************************************************
       01 OUTBOUND-INTERFACE-REC.
           05 OI-SOURCE-SYSTEM       PIC X(08).
           05 OI-EVENT-CODE          PIC X(04).
           05 OI-EVENT-TEXT          PIC X(20).
           05 OI-INTERFACE-TIMESTAMP PIC X(14).
           05 OI-REASON-CODE         PIC X(03).
           05 OI-CASCADE-PARENT-ID   PIC X(06).

       01 OUTBOUND-HDR-REC.
           05 OH-RECORD-TYPE         PIC X(08).
           05 OH-BUSINESS-DATE       PIC X(08).
           05 OH-CREATING-JOB        PIC X(08).
           05 OH-RUN-TIMESTAMP      PIC X(14).
           05 FILLER                 PIC X(23).

       01 OUTBOUND-TRL-REC.
           05 OT-RECORD-TYPE         PIC X(08).
           05 OT-DETAIL-COUNT        PIC 9(07).
           05 OT-HASH-TOTAL          PIC 9(15).
           05 FILLER                 PIC X(31).
