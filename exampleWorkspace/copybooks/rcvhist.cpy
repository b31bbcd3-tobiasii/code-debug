      *----The TST-HDR-SOURCE of the day's file, so receipts can be
      *    rolled up per supplier; spaces on a RESUBIN replay.
           05  RCV-SOURCE              PIC X(08).
      *----Whether A020 found the sub-lot outside tolerance, and if
      *    so the catalog value of the weight variance (negative on
      *    a shortfall) -- the figure a short-weight claim is priced
      *    at. "N" and zeros on a receipt inside tolerance.
           05  RCV-VAR-FLAG            PIC X(01).
               88  RCV-OUT-OF-TOLERANCE VALUE "Y".
           05  RCV-VAR-VALUE           PIC S9(09)V99.
      *----The TST-SUB-LOT-ID of the sub-lot received, so a recall
      *    can name the sub-lot as well as the lot.
           05  RCV-SUB-LOT-ID          PIC 9(05).
