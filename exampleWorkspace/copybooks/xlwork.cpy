      *-------------------------------------------------------------
      * XLWORK.cpy
      * One edited sub-lot line on XLATE's sort work file: the
      * fields as TSTTRANS will carry them, the line number it came
      * from, and the start of the line as sent, so a line that
      * cannot be placed after the sort can still be reported.
      * Sorted by lot and line number, a lot's sub-lots come
      * together in the order the supplier sent them.
      *-------------------------------------------------------------
       01  XW-RECORD.
           05  XW-LOT-ID               PIC 9(05).
           05  XW-LINE-NO              PIC 9(06).
      *----Zeros when the supplier does not send sub-lot ids.
           05  XW-SUB-LOT-ID           PIC 9(05).
           05  XW-SUB-LOT-TEXT         PIC X(20).
           05  XW-SUB-QTY              PIC 9(03).
           05  XW-SUB-REC-WEIGHT       PIC 9(05)V99.
           05  XW-LINE-IMAGE           PIC X(60).
