      * images of every in-place master update, appended    *
      * to a dated journal file during the run (EMPJRNL     *
      * for the employee master, ENTJRNL for the entity     *
      * status master, DEDJRNL for the deduction election   *
      * master).  MASTER-BACKOUT replays the FIRST          *
      * before image per key for a business date to restore *
      * the master to its pre-run position when a feed      *
      * turns out to be garbage after a clean completion.   *
      * Images are fixed X(80); shorter masters pad with    *
      * spaces.  For the entity master the image is the     *
      * ES-STATUS-DATA part; the mailing data is not        *
      * touched by the nightly and is not journaled.  The   *
      * election key is seven bytes, so a DEDJRNL row       *
      * carries the employee in MJ-RECORD-KEY and the full  *
      * key in the first seven bytes of MJ-BEFORE-IMAGE.    *
      *****************************************************
       01 MASTER-JOURNAL-REC.
           05 MJ-BUSINESS-DATE     PIC X(08).
