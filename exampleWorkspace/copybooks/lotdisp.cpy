      * One disposition record per TST-LOT-ID processed by COLL0's
      * edit pass, appended to the cumulative LOTDISP file: what
      * happened to the lot -- accepted, rejected (with the REJ
      * reason code), unmatched against the catalog, carrying an
      * item the group is not authorized for on GRPITEM, or flagged
      * for received-weight variance -- with the run date, run
      * sequence and group. The receiving desk's lot inquiry reads
      * this one file instead of grepping EXCPTRPT, UNMATRPT,
      * VARNCRPT and REJFILE per group. Where a lot earns several
      * fates the worst one stands: rejected, then unmatched, then
      * not authorized, then variance-flagged.
      *-------------------------------------------------------------
       01  LD-RECORD.
           05  LD-LOT-ID               PIC 9(05).
               88  LD-ACCEPTED         VALUE "A".
               88  LD-REJECTED         VALUE "R".
               88  LD-UNMATCHED        VALUE "U".
               88  LD-NOT-AUTHORIZED   VALUE "N".
               88  LD-VARIANCE-FLAG    VALUE "V".
      *----On a rejected lot: the REJREC reason code of the first
      *    failed edit; zeros otherwise.
      *    be rolled up per supplier; spaces on a RESUBIN replay,
      *    which is a correction, not a fresh delivery.
           05  LD-SOURCE               PIC X(08).
      *----Catalog value of the lot's sub-lots that matched the
      *    catalog (unit price times quantity), so a rejected lot
      *    can be claimed against the supplier at what it was worth.
           05  LD-LOT-VALUE            PIC 9(09)V99.
