      * requested action, read by ENT-MASTER-MAINT.         *
      * Action codes: A = add a new entity with the given   *
      * initial status (validated against the STATCODE      *
      * table), I = inactivate the entity, P = set the      *
      * entity's parent to NT-PARENT-ENTITY-ID (blank makes  *
      * it top-level again).  An add may also give a parent. *
      * N = replace the entity's name and mailing address   *
      * (which clears any undeliverable mark), U = mark the  *
      * address undeliverable after returned mail.  An add  *
      * may also give the name and address.                  *
      * Seeding the status master finally runs under change *
      * control instead of one-off scripts.                  *
      * NT-OPERATOR-ID is the operator submitting the        *
      * action, who must hold the entity maintenance right   *
      * on the OPRAUTH operator authority master.            *
      *****************************************************
       01 ENTITY-MAINT-REC.
           05 NT-ACTION-CODE       PIC X(01).
               88 NT-ADD-ACTION         VALUE "A".
               88 NT-INACTIVATE-ACTION  VALUE "I".
               88 NT-PARENT-ACTION      VALUE "P".
               88 NT-ADDRESS-ACTION     VALUE "N".
               88 NT-UNDELIVERABLE-ACTION VALUE "U".
           05 NT-ENTITY-ID         PIC X(06).
           05 NT-INITIAL-STATUS    PIC 9(01).
           05 NT-PARENT-ENTITY-ID  PIC X(06).
           05 FILLER               PIC X(06).
           05 NT-ENTITY-NAME       PIC X(30).
           05 NT-ADDRESS-LINE-1    PIC X(30).
           05 NT-ADDRESS-LINE-2    PIC X(30).
           05 NT-CITY              PIC X(20).
           05 NT-STATE-CODE        PIC X(02).
           05 NT-POSTAL-CODE       PIC X(10).
           05 NT-OPERATOR-ID       PIC X(08).
