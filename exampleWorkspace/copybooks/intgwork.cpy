      *-------------------------------------------------------------
      * INTGWORK.cpy
      * One key record on INTEGAUD's sort work file. Each
      * cumulative file the cross-file checks compare contributes a
      * record under the check it feeds and the key the files share;
      * sorted by check, key, date, kind and read order, the records
      * that must agree arrive together, whatever the size of the
      * files. Kind 1 is the record that should be there, kind 2 the
      * record that relies on it:
      *   Check 2 (lots):     key lot/run date/seq/group; kind 1 an
      *                       RCVHIST receipt, kind 2 an accepted
      *                       LOTDISP lot.
      *   Check 3 (rejects):  key group/lot; kind 1 a REJMAST event
      *                       (tag = reject source), kind 2 an
      *                       accepted LOTDISP lot.
      *   Check 4 (extracts): key run date/seq/group; kind 1 a
      *                       RUNHIST record, kind 2 an EXTCTL event.
      *-------------------------------------------------------------
       01  IW-RECORD.
           05  IW-CHECK                PIC 9(01).
               88  IW-LOT-CHECK        VALUE 2.
               88  IW-REJ-CHECK        VALUE 3.
               88  IW-EXT-CHECK        VALUE 4.
           05  IW-KEY                  PIC X(18).
           05  IW-LOT-KEY REDEFINES IW-KEY.
               10  IW-LK-LOT-ID        PIC 9(05).
               10  IW-LK-RUN-DATE      PIC 9(08).
               10  IW-LK-RUN-SEQ       PIC 9(02).
               10  IW-LK-GRP-COD       PIC 9(03).
           05  IW-REJ-KEY REDEFINES IW-KEY.
               10  IW-RK-GRP-COD       PIC 9(03).
               10  IW-RK-LOT-ID        PIC 9(05).
               10  FILLER              PIC X(10).
           05  IW-EXT-KEY REDEFINES IW-KEY.
               10  IW-XK-RUN-DATE      PIC 9(08).
               10  IW-XK-RUN-SEQ       PIC 9(02).
               10  IW-XK-GRP-COD       PIC 9(03).
               10  FILLER              PIC X(05).
           05  IW-DATE                 PIC 9(08).
           05  IW-KIND                 PIC X(01).
               88  IW-KIND-NEEDED      VALUE "1".
               88  IW-KIND-RELIANT     VALUE "2".
           05  IW-READ-SEQ             PIC 9(08).
           05  IW-TAG                  PIC X(08).
           05  IW-STATUS               PIC X(01).
