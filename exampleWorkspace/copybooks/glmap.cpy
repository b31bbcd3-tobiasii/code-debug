      *-------------------------------------------------------------
      * GLMAP.cpy
      * One record per ledger mapping on the GLMAP account-mapping
      * reference file, read by GLPOST: which ledger accounts a
      * group's receipts of an item are posted to. Group 000 stands
      * for every group and item 00000 for every item; the most
      * specific mapping wins (group and item, then group, then
      * item, then the catch-all). Kind V maps the received value
      * (RCV-VALUE), kind C the weight-variance cost (RCV-VAR-VALUE).
      * A positive amount is debited to GM-DEBIT-ACCT and credited
      * to GM-CREDIT-ACCT; a negative one -- a shortfall -- posts
      * the other way round. Finance changes the mapping as data.
      *-------------------------------------------------------------
       01  GM-RECORD.
           05  GM-GRP-COD              PIC 9(03).
           05  GM-ITEM-CODE            PIC 9(05).
           05  GM-KIND                 PIC X(01).
               88  GM-RECEIVED-VALUE   VALUE "V".
               88  GM-VARIANCE-COST    VALUE "C".
           05  GM-DEBIT-ACCT           PIC X(10).
           05  GM-CREDIT-ACCT          PIC X(10).
