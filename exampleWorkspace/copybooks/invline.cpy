      *-------------------------------------------------------------
      * INVLINE.cpy
      * One supplier invoice line from accounts payable on the daily
      * INVIN file: the supplier (a SUPMAST code), invoice number
      * and line, the TST-LOT-ID billed for, the PM-ITEM-CODE, and
      * the quantity and unit price billed. INVMATCH matches each
      * line against what RCVHIST says we received on the lot from
      * that supplier before anything is released for payment. The
      * file is consumed once matched.
      *-------------------------------------------------------------
       01  IV-RECORD.
           05  IV-SUPPLIER             PIC X(08).
           05  IV-INVOICE-NO           PIC X(12).
           05  IV-LINE-NO              PIC 9(03).
           05  IV-LOT-ID               PIC 9(05).
           05  IV-ITEM-CODE            PIC 9(05).
           05  IV-QTY                  PIC 9(05).
           05  IV-UNIT-PRICE           PIC 9(05)V99.
