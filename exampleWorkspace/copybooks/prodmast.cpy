      *        weight, so received value and variance cost can be
      *        reported alongside the kilograms.
               10  PM-UNIT-PRICE       PIC 9(05)V99.
      *--------Shelf life in days from receipt, maintained through
      *        PRODMNT, so stock can be aged against its use-by
      *        date. Zero for an item whose life is not tracked.
               10  PM-SHELF-LIFE-DAYS  PIC 9(03).
           05  PM-HEADER-DATA REDEFINES PM-ITEM-DATA.
               10  PM-HDR-FILE-DATE    PIC 9(08).
               10  PM-HDR-SOURCE       PIC X(08).
               10  FILLER              PIC X(21).
           05  PM-TRAILER-DATA REDEFINES PM-ITEM-DATA.
               10  PM-TRL-REC-COUNT    PIC 9(08).
               10  PM-TRL-WGT-HASH     PIC 9(11)V99.
               10  FILLER              PIC X(16).
