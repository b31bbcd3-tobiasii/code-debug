      * outstanding. A018 rejects carry their TST-LOT-ID; A017
      * SUB-GRUPO rejects carry lot zeros and so track as one
      * lifecycle per group, closed by the first night that group's
      * SUB-GRUPO pass runs clean. An X event names the operator
      * who signed on for the write-off; the events COLL0 writes
      * leave it blank. COLL0's events carry the run sequence as
      * well as the date, so one night's events can be taken back
      * out by RUNRBACK; write-offs carry sequence zero.
      *-------------------------------------------------------------
       01  RM-RECORD.
           05  RM-STAMP-DATE           PIC 9(08).
           05  RM-GRP-COD              PIC 9(03).
           05  RM-LOT-ID               PIC 9(05).
           05  RM-REASON               PIC 9(03).
           05  RM-OPERATOR             PIC X(08).
           05  RM-RUN-SEQ              PIC 9(02).
