      *-------------------------------------------------------------
      * STKJRNL.cpy
      * One record per movement STKPOST posts to STKBAL, on the
      * cumulative STKJRNL stock journal: receipts from the night's
      * RCVHIST (with the lot, group and run they came in on),
      * issues to a channel, shrink, spoilage write-offs and count
      * corrections. Quantities and weights are signed as they hit
      * the balance. A receipt is posted once per run date and
      * sequence; the journal is how a re-run knows. A receipt of a
      * lot on QC quality hold goes on as H, with no effect on the
      * balance; when QC releases the lot it is posted as Q. Both
      * carry the receipt's own run date and sequence in
      * SJ-REFERENCE, which is how a re-run knows a held receipt
      * was already released.
      *-------------------------------------------------------------
       01  SJ-RECORD.
           05  SJ-RUN-DATE             PIC 9(08).
           05  SJ-RUN-SEQ              PIC 9(02).
           05  SJ-TYPE                 PIC X(01).
               88  SJ-RECEIPT          VALUE "R".
               88  SJ-ISSUE            VALUE "I".
               88  SJ-SHRINK           VALUE "S".
               88  SJ-SPOILAGE         VALUE "W".
               88  SJ-COUNT            VALUE "C".
               88  SJ-HELD-RECEIPT     VALUE "H".
               88  SJ-RELEASED-RECEIPT VALUE "Q".
           05  SJ-ITEM-CODE            PIC 9(05).
           05  SJ-GRP-COD              PIC 9(03).
           05  SJ-LOT-ID               PIC 9(05).
           05  SJ-CHANNEL              PIC 9(03).
           05  SJ-QTY                  PIC S9(07).
           05  SJ-WEIGHT               PIC S9(09)V99.
           05  SJ-REFERENCE            PIC X(10).
