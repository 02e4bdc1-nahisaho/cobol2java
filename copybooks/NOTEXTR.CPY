      *****************************************************
      * NOTEXTR.CPY                                       *
      * Entity status notice print/mail extract, written   *
      * by ENT-NOTICE, one record per entity per night.     *
      * NX-LETTER-CODE is the template the mail house       *
      * prints; the old and new status are the entity's    *
      * net change across the night's transitions, and     *
      * NX-LAST-TRANS-TIMESTAMP / NX-REASON-CODE are from  *
      * the last of them.  Name and address are copied     *
      * from the entity master at extract time.             *
      *****************************************************
       01 NOTICE-EXTRACT-REC.
           05 NX-ENTITY-ID            PIC X(06).
           05 NX-LETTER-CODE          PIC X(04).
           05 NX-NOTICE-DATE          PIC X(08).
           05 NX-OLD-STATUS           PIC 9(01).
           05 NX-NEW-STATUS           PIC 9(01).
           05 NX-REASON-CODE          PIC X(03).
           05 NX-LAST-TRANS-TIMESTAMP PIC X(14).
           05 NX-ENTITY-NAME          PIC X(30).
           05 NX-ADDRESS-LINE-1       PIC X(30).
           05 NX-ADDRESS-LINE-2       PIC X(30).
           05 NX-CITY                 PIC X(20).
           05 NX-STATE-CODE           PIC X(02).
           05 NX-POSTAL-CODE          PIC X(10).
           05 FILLER                  PIC X(01).
