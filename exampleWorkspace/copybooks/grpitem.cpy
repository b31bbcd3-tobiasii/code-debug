      *-------------------------------------------------------------
      * GRPITEM.cpy
      * One record per item a media/channel group may receive, on
      * the keyed GRPITEM authorization file, keyed by GRP-COD plus
      * PM-ITEM-CODE and maintained through GRPIMNT's audited
      * add/change/delete path. A group with no records here is not
      * restricted and may take any catalog item; once a group has
      * one record, COLL0's edit pass flags every receipt of an item
      * the group is not authorized for on the run date -- so the
      * organic retail group taking a conventional line is caught
      * at receiving, not by the store.
      *-------------------------------------------------------------
       01  GI-RECORD.
           05  GI-KEY.
               10  GI-GRP-COD          PIC 9(03).
               10  GI-ITEM-CODE        PIC 9(05).
      *----The authorization runs from the first date to the last,
      *    both inclusive; 99999999 is open-ended.
           05  GI-EFF-FROM             PIC 9(08).
           05  GI-EFF-TO               PIC 9(08).
               88  GI-OPEN-ENDED       VALUE 99999999.
      *----When the record was last maintained, and by whom.
           05  GI-MAINT-DATE           PIC 9(08).
           05  GI-MAINT-BY             PIC X(08).
