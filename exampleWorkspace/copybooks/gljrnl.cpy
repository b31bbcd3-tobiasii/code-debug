      *-------------------------------------------------------------
      * GLJRNL.cpy
      * One record on the dated GLJRNL general-ledger journal file
      * GLPOST writes for the finance system to import: a header
      * naming the run, one debit or credit line per account, group
      * and item, and a trailer with the line count and the debit
      * and credit control totals, which are always equal -- a
      * journal that does not balance is never released.
      *-------------------------------------------------------------
       01  GJ-RECORD.
           05  GJ-REC-TYPE             PIC X(01).
               88  GJ-HEADER-REC       VALUE "H".
               88  GJ-DETAIL-REC       VALUE "D".
               88  GJ-TRAILER-REC      VALUE "T".
           05  GJ-DETAIL-DATA.
               10  GJ-ACCOUNT          PIC X(10).
               10  GJ-DR-CR            PIC X(01).
                   88  GJ-DEBIT        VALUE "D".
                   88  GJ-CREDIT       VALUE "C".
               10  GJ-AMOUNT           PIC 9(09)V99.
               10  GJ-GRP-COD          PIC 9(03).
               10  GJ-ITEM-CODE        PIC 9(05).
               10  GJ-KIND             PIC X(01).
               10  FILLER              PIC X(03).
           05  GJ-HEADER-DATA REDEFINES GJ-DETAIL-DATA.
               10  GJ-HDR-RUN-DATE     PIC 9(08).
               10  GJ-HDR-RUN-SEQ      PIC 9(02).
               10  GJ-HDR-SOURCE       PIC X(08).
               10  FILLER              PIC X(16).
           05  GJ-TRAILER-DATA REDEFINES GJ-DETAIL-DATA.
               10  GJ-TRL-LINE-COUNT   PIC 9(08).
               10  GJ-TRL-DEBIT-TOTAL  PIC 9(11)V99.
               10  GJ-TRL-CREDIT-TOTAL PIC 9(11)V99.
