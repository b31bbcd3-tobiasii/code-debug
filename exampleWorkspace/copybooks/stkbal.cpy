      *-------------------------------------------------------------
      * STKBAL.cpy
      * One record per PM-ITEM-CODE on the keyed STKBAL perpetual
      * stock-balance file: the quantity and weight on hand. STKPOST
      * adds each night's accepted RCVHIST receipts and takes away
      * the day's ISSTRAN issues and adjustments, so what we still
      * have is on file instead of on a warehouse spreadsheet. The
      * balance may go negative when issues outrun the recorded
      * receipts; the stock status report flags it for a count.
      *-------------------------------------------------------------
       01  SB-RECORD.
           05  SB-ITEM-CODE            PIC 9(05).
           05  SB-ITEM-NAME            PIC X(20).
           05  SB-ON-HAND-QTY          PIC S9(07).
           05  SB-ON-HAND-WEIGHT       PIC S9(09)V99.
           05  SB-LAST-MOVE-DATE       PIC 9(08).
