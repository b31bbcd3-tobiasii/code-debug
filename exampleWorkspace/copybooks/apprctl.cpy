      *-------------------------------------------------------------
      * APPRCTL.cpy
      * The one-record APPRCTL approval-control file, read by
      * PRODMNT, MEDMNT and APPRRPT: the limits beyond which a
      * catalog or media transaction is held on PENDAPPR for a
      * second person's approval instead of being applied, and how
      * long a held transaction waits before it expires. A missing
      * file, or a field left blank, takes the standard limit: 20
      * percent, 30 days, 7 days.
      *-------------------------------------------------------------
       01  AC-RECORD.
      *----A catalog change moving the unit price or unit weight by
      *    more than this percentage is held.
           05  AC-CHANGE-PCT           PIC 9(03).
      *----A catalog delete of an item received within this many
      *    days is held.
           05  AC-RECENT-DAYS          PIC 9(03).
      *----A held transaction not approved within this many days
      *    expires and is not applied.
           05  AC-EXPIRY-DAYS          PIC 9(03).
