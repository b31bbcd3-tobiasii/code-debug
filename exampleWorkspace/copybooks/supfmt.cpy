      *-------------------------------------------------------------
      * SUPFMT.cpy
      * One supplier's inbound file format on the SUPFMT profile
      * file, read by XLATE: the file the supplier sends, whether
      * its lines are fixed-position or delimited, and where on the
      * line each TSTTRANS sub-lot field is found. One line of the
      * supplier's file is one sub-lot; XLATE groups the lines by
      * lot into TST-TRANS-REC records. The mapped fields are, in
      * order:
      *     1 lot id          3 sub-lot text      5 received weight
      *     2 sub-lot id      4 quantity
      * On a fixed-position file a field is found at its start
      * position for its length; on a delimited file at its column
      * number (the length is then unused). A sub-lot id at
      * position zero is not sent: XLATE numbers the lot's sub-lots
      * 1, 2, 3 in the order they arrive. A weight sent without a
      * decimal point carries the implied decimals given below.
      *-------------------------------------------------------------
       01  SF-RECORD.
           05  SF-SUP-CODE             PIC X(08).
           05  SF-IN-FILE              PIC X(20).
           05  SF-FORMAT               PIC X(01).
               88  SF-FIXED            VALUE "F".
               88  SF-DELIMITED        VALUE "D".
      *----On a delimited file: the separator; T stands for tab.
           05  SF-DELIMITER            PIC X(01).
           05  SF-SKIP-LINES           PIC 9(02).
           05  SF-FIELD-MAP.
               10  SF-FIELD            OCCURS 5 TIMES.
                   15  SF-FLD-POS      PIC 9(03).
                   15  SF-FLD-LEN      PIC 9(02).
           05  SF-WGT-DECIMALS         PIC 9(01).
