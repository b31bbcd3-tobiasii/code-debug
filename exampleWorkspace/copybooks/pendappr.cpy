      *-------------------------------------------------------------
      * PENDAPPR.cpy
      * One event on the cumulative PENDAPPR pending-approval file.
      * The file is append-only, like REJMAST: a held transaction's
      * lifecycle is the sequence of events under its pending
      * number, and the latest event on file is the status that
      * stands -- H when PRODMNT or MEDMNT holds a transaction over
      * the APPRCTL limits instead of applying it, R when a second
      * person's approval transaction releases it and it is applied,
      * X when it is declined, E when it was left unapproved past
      * the expiry days. Only a held transaction is open.
      *-------------------------------------------------------------
       01  PA-RECORD.
           05  PA-PEND-ID              PIC 9(06).
           05  PA-EVENT                PIC X(01).
               88  PA-HELD             VALUE "H".
               88  PA-RELEASED         VALUE "R".
               88  PA-DECLINED         VALUE "X".
               88  PA-EXPIRED          VALUE "E".
           05  PA-EVENT-DATE           PIC 9(08).
      *----The maintenance program that held the transaction and
      *    will apply it: PRODMNT or MEDMNT.
           05  PA-SOURCE               PIC X(08).
      *----Who keyed the transaction on an H event; who approved or
      *    declined it on R and X; spaces on E.
           05  PA-USER-ID              PIC X(08).
           05  PA-REASON               PIC X(40).
      *----The held transaction exactly as it came in on PRODTRAN
      *    or MEDTRAN, so the release applies what the maker keyed.
           05  PA-TRAN-IMAGE           PIC X(60).
