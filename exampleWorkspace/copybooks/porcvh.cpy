      *-------------------------------------------------------------
      * PORCVH.cpy
      * One record per quantity POMATCH applied to a PO line, on
      * the cumulative PORCVH PO receipt-history file: which
      * delivered sub-lot filled which PO line, on which run. An
      * "O" record is the over-shipped excess booked onto the last
      * line the sub-lot touched. The TSTTRANS header date and
      * supplier are carried so the same delivery file is never
      * applied twice by a same-day re-run.
      *-------------------------------------------------------------
       01  PR-RECORD.
           05  PR-RUN-DATE             PIC 9(08).
           05  PR-RUN-SEQ              PIC 9(02).
           05  PR-FILE-DATE            PIC 9(08).
           05  PR-SUPPLIER             PIC X(08).
           05  PR-PO-NUMBER            PIC X(10).
           05  PR-PO-LINE-NO           PIC 9(03).
           05  PR-ITEM-CODE            PIC 9(05).
           05  PR-LOT-ID               PIC 9(05).
           05  PR-SUB-LOT-ID           PIC 9(05).
           05  PR-QTY                  PIC 9(05).
           05  PR-KIND                 PIC X(01).
               88  PR-MATCHED          VALUE "M".
               88  PR-OVER-SHIPPED     VALUE "O".
