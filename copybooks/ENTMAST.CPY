      * ES-LAST-TRANS-TIMESTAMP is the time of the last     *
      * applied transition, used by the dwell-time and      *
      * bulk-transition jobs.                                *
      * ES-PARENT-ENTITY-ID names the entity's parent, blank  *
      * for a top-level entity; maintained by ENT-MASTER-    *
      * MAINT.  A cascading transition applied to a parent   *
      * is carried down to its children by STATUS-CHECKER.   *
      * ES-STATUS-DATA is the 80-byte part STATUS-CHECKER   *
      * updates and journals to ENTJRNL, and the part       *
      * MASTER-BACKOUT restores.  ES-MAILING-DATA is the    *
      * name and address ENT-NOTICE mails status notices   *
      * to, maintained by ENT-MASTER-MAINT; ES-ADDRESS-     *
      * STATUS U marks an address the post office returned. *
      *****************************************************
       01 ENTITY-MASTER-REC.
           05 ES-STATUS-DATA.
               10 ES-ENTITY-ID            PIC X(06).
               10 ES-CURRENT-STATUS       PIC 9(01).
               10 ES-LAST-TRANS-TIMESTAMP PIC X(14).
               10 ES-PARENT-ENTITY-ID     PIC X(06).
               10 FILLER                  PIC X(53).
           05 ES-MAILING-DATA.
               10 ES-ENTITY-NAME          PIC X(30).
               10 ES-ADDRESS-LINE-1       PIC X(30).
               10 ES-ADDRESS-LINE-2       PIC X(30).
               10 ES-CITY                 PIC X(20).
               10 ES-STATE-CODE           PIC X(02).
               10 ES-POSTAL-CODE          PIC X(10).
               10 ES-ADDRESS-STATUS       PIC X(01).
                   88 ES-ADDRESS-UNDELIVERABLE  VALUE "U".
               10 ES-ADDRESS-CHANGE-DATE  PIC X(08).
               10 FILLER                  PIC X(09).
