      *-------------------------------------------------------------
      * POMAST.cpy
      * One record per purchase-order line on the keyed POMAST
      * purchase-order file: the supplier (a SUPMAST code, matched
      * against TST-HDR-SOURCE), the PM-ITEM-CODE ordered, the
      * quantity and the date it is due in. POMATCH applies each
      * day's delivered sub-lots to the supplier's open lines for
      * the item, earliest due date first, keeping the quantity
      * received to date, and closes a line once it is fully
      * received -- so an open PO no longer stays open forever.
      * The alternate key on supplier and item is the matching
      * path.
      *-------------------------------------------------------------
       01  PO-RECORD.
           05  PO-KEY.
               10  PO-NUMBER           PIC X(10).
               10  PO-LINE-NO          PIC 9(03).
           05  PO-SUPP-ITEM.
               10  PO-SUPPLIER         PIC X(08).
               10  PO-ITEM-CODE        PIC 9(05).
           05  PO-ORDER-QTY            PIC 9(05).
           05  PO-DUE-DATE             PIC 9(08).
           05  PO-RECV-QTY             PIC 9(05).
           05  PO-LAST-RECV-DATE       PIC 9(08).
           05  PO-STATUS               PIC X(01).
               88  PO-OPEN             VALUE "O".
               88  PO-CLOSED           VALUE "C".
               88  PO-CANCELLED        VALUE "X".
      *----Date the line was closed (fully received) or cancelled;
      *    zeros while it is open.
           05  PO-CLOSE-DATE           PIC 9(08).
