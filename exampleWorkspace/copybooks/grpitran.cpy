      *-------------------------------------------------------------
      * GRPITRAN.cpy
      * Daily delta transaction record for the GRPITEM group-item
      * authorization file, applied by GRPIMNT. One record per
      * add/change/delete, keyed by the group and item it targets.
      * The group must be a MEDIAMST code and the item a PRODMAST
      * item. Delete removes the authorization outright; to end one
      * but keep its history on the audit report, change its last
      * date instead.
      *-------------------------------------------------------------
       01  GT-RECORD.
           05  GT-ACTION               PIC X(01).
               88  GT-ADD              VALUE "A".
               88  GT-CHANGE           VALUE "C".
               88  GT-DELETE           VALUE "D".
           05  GT-GRP-COD              PIC 9(03).
           05  GT-ITEM-CODE            PIC 9(05).
      *----On adds: a blank first date is the run date and a blank
      *    last date is open-ended (99999999). On changes: a blank
      *    date keeps the current one. Ignored on deletes.
           05  GT-EFF-FROM             PIC 9(08).
           05  GT-EFF-TO               PIC 9(08).
      *----Who keyed the transaction.
           05  GT-ENTERED-BY           PIC X(08).
