      * catalog, applied by PRODMNT. One record per add/change/
      * delete, keyed by the PM-ITEM-CODE it targets, so every
      * catalog change is traceable to a transaction at month-end.
      * A change or delete over the APPRCTL limits is held on
      * PENDAPPR instead of applied; a second person releases it
      * with an approval (P) transaction naming its pending number,
      * or turns it down with a decline (X).
      *-------------------------------------------------------------
       01  PT-RECORD.
           05  PT-ACTION               PIC X(01).
               88  PT-ADD              VALUE "A".
               88  PT-CHANGE           VALUE "C".
               88  PT-DELETE           VALUE "D".
               88  PT-APPROVE          VALUE "P".
               88  PT-DECLINE          VALUE "X".
           05  PT-ITEM-CODE            PIC 9(05).
           05  PT-ITEM-NAME            PIC X(20).
           05  PT-UNIT-WEIGHT          PIC 9(05)V99.
           05  PT-UNIT-PRICE           PIC 9(05)V99.
      *----Blank on a change keeps the catalog's shelf life; blank
      *    on an add means the life is not tracked.
           05  PT-SHELF-LIFE-DAYS      PIC 9(03).
      *----Who keyed the transaction; on an approval or decline,
      *    the person approving or declining.
           05  PT-ENTERED-BY           PIC X(08).
      *----On an approval or decline: the pending number of the
      *    held transaction, from the APPRRPT report.
           05  PT-PEND-ID              PIC 9(06).
