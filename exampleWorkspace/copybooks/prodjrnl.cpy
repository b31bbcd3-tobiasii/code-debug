               10  PJ-AFT-NAME         PIC X(20).
               10  PJ-AFT-WEIGHT       PIC 9(05)V99.
               10  PJ-AFT-PRICE        PIC 9(05)V99.
      *----Shelf life before and after, kept outside the images so
      *    journals written before the catalog carried it still read
      *    back in line; on those it is blank.
           05  PJ-BEF-SHELF-LIFE       PIC 9(03).
           05  PJ-AFT-SHELF-LIFE       PIC 9(03).
      *----Who the change is on: the person who keyed the PRODTRAN
      *    transaction, or the operator signed on for a reversal;
      *    blank on journals written before either was recorded.
           05  PJ-OPERATOR             PIC X(08).
