      *-------------------------------------------------------------
      * ISSTRAN.cpy
      * Daily stock issue and adjustment transaction, applied to
      * STKBAL by STKPOST: stock issued to a channel (the group code
      * it went to), shrink, a spoilage write-off, or a physical
      * count correction. Issue, shrink and spoilage carry the
      * quantity and weight taken away; a count correction carries
      * what was counted, and the difference to the book balance is
      * the adjustment. The file is consumed once posted.
      *-------------------------------------------------------------
       01  IS-RECORD.
           05  IS-TYPE                 PIC X(01).
               88  IS-ISSUE            VALUE "I".
               88  IS-SHRINK           VALUE "S".
               88  IS-SPOILAGE         VALUE "W".
               88  IS-COUNT            VALUE "C".
           05  IS-ITEM-CODE            PIC 9(05).
           05  IS-CHANNEL              PIC 9(03).
           05  IS-QTY                  PIC 9(07).
           05  IS-WEIGHT               PIC 9(07)V99.
           05  IS-REFERENCE            PIC X(10).
