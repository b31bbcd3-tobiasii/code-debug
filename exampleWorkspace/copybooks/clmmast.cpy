      *-------------------------------------------------------------
      * CLMMAST.cpy
      * One status event on the cumulative CLMMAST supplier-claims
      * file. The file is append-only, like REJMAST: a claim's
      * lifecycle is the sequence of events under its key (the
      * supplier, the lot, and the run date and sequence the lot
      * was received under), and the latest event on file is the
      * status that stands -- I when SUPCLAIM issues the claim, C
      * when the supplier's credit note arrives, D when the
      * supplier disputes it, W when we write it off. Issued and
      * disputed claims are open; credited and written-off claims
      * are closed.
      *   Kinds: S short weight -- sub-lots A020 found outside
      *            tolerance on the light side, priced at the
      *            catalog value of the missing weight
      *          R rejected lot -- priced at the catalog value of
      *            the lot's sub-lots
      *          Q condemned by QC -- priced at the catalog value
      *            of the delivery QC inspected; replaces a short-
      *            weight claim still open on the same lot
      *-------------------------------------------------------------
       01  CM-RECORD.
           05  CM-STAMP-DATE           PIC 9(08).
           05  CM-STATUS               PIC X(01).
               88  CM-ISSUED           VALUE "I".
               88  CM-CREDITED         VALUE "C".
               88  CM-DISPUTED         VALUE "D".
               88  CM-WRITTEN-OFF      VALUE "W".
           05  CM-SUPPLIER             PIC X(08).
           05  CM-LOT-ID               PIC 9(05).
           05  CM-RUN-DATE             PIC 9(08).
           05  CM-RUN-SEQ              PIC 9(02).
           05  CM-KIND                 PIC X(01).
               88  CM-SHORT-WEIGHT     VALUE "S".
               88  CM-REJECTED-LOT     VALUE "R".
               88  CM-CONDEMNED-LOT    VALUE "Q".
      *----The amount claimed on an I event, the amount credited on
      *    a C event; zeros on D and W.
           05  CM-AMOUNT               PIC 9(09)V99.
      *----The supplier's credit note or dispute reference, as it
      *    came in on CLMRESP; spaces on an I event.
           05  CM-REFERENCE            PIC X(12).
