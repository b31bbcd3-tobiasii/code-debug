      *-------------------------------------------------------------
      * APLINE.cpy
      * One matched invoice line as INVMATCH hands it back to
      * accounts payable: on the dated APRLSE payables release file
      * when billed quantity and price agree with the receipt
      * within tolerance, on the dated APHOLD hold file otherwise,
      * with the hold reason and the received figures it was
      * measured against. The receipt run date, sequence and group
      * identify the RCVHIST receipt that was matched.
      *   Hold reasons: 300 invoice line not numeric where it
      *                     must be
      *                 301 no receipt of the lot from the supplier
      *                 302 lot received, but not this item
      *                 303 quantity billed over quantity received
      *                 304 price billed over catalog price beyond
      *                     tolerance
      *                 305 lot on QC quality hold
      *                 306 lot condemned by QC
      *-------------------------------------------------------------
       01  PY-RECORD.
           05  PY-DISPOSITION          PIC X(01).
               88  PY-RELEASED         VALUE "R".
               88  PY-HELD             VALUE "H".
           05  PY-HOLD-REASON          PIC 9(03).
           05  PY-SUPPLIER             PIC X(08).
           05  PY-INVOICE-NO           PIC X(12).
           05  PY-LINE-NO              PIC 9(03).
           05  PY-LOT-ID               PIC 9(05).
           05  PY-ITEM-CODE            PIC 9(05).
           05  PY-BILLED-QTY           PIC 9(05).
           05  PY-BILLED-PRICE         PIC 9(05)V99.
           05  PY-BILLED-AMOUNT        PIC 9(09)V99.
           05  PY-RECEIVED-QTY         PIC 9(05).
           05  PY-RECEIPT-PRICE        PIC 9(05)V99.
           05  PY-RCV-RUN-DATE         PIC 9(08).
           05  PY-RCV-RUN-SEQ          PIC 9(02).
           05  PY-RCV-GRP-COD          PIC 9(03).
