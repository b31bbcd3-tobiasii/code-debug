      *-------------------------------------------------------------
      * POTRAN.cpy
      * Daily purchase-order transaction record from purchasing,
      * applied to POMAST by POMATCH before the day's deliveries
      * are matched: add a new PO line, change the ordered
      * quantity or due date of an open one, or cancel it. The
      * file is consumed once applied.
      *-------------------------------------------------------------
       01  POT-RECORD.
           05  POT-ACTION              PIC X(01).
               88  POT-ADD             VALUE "A".
               88  POT-CHANGE          VALUE "C".
               88  POT-CANCEL          VALUE "X".
           05  POT-NUMBER              PIC X(10).
           05  POT-LINE-NO             PIC 9(03).
           05  POT-SUPPLIER            PIC X(08).
           05  POT-ITEM-CODE           PIC 9(05).
           05  POT-ORDER-QTY           PIC 9(05).
           05  POT-DUE-DATE            PIC 9(08).
