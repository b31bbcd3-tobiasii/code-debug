      * maintenance path instead of hand edits -- the same practice
      * PRODMNT established for the produce catalog. Deactivate
      * keeps the row and flips MM-ACTIVE-FLAG to I, so history
      * that references the code still resolves. Deactivating a
      * code still named on RUNCTRL is held on PENDAPPR instead of
      * applied; a second person releases it with an approval (P)
      * transaction naming its pending number, or turns it down
      * with a decline (X).
      *-------------------------------------------------------------
       01  MT-RECORD.
           05  MT-ACTION               PIC X(01).
               88  MT-ADD              VALUE "A".
               88  MT-CHANGE           VALUE "C".
               88  MT-DEACTIVATE       VALUE "D".
               88  MT-APPROVE          VALUE "P".
               88  MT-DECLINE          VALUE "X".
           05  MT-MEDIA-CODE           PIC 9(03).
           05  MT-MEDIA-DESC           PIC X(30).
      *----On adds and changes: the active flag to carry (A or I);
      *    ignored on deactivates.
           05  MT-ACTIVE-FLAG          PIC X(01).
      *----Who keyed the transaction; on an approval or decline,
      *    the person approving or declining.
           05  MT-ENTERED-BY           PIC X(08).
      *----On an approval or decline: the pending number of the
      *    held transaction, from the APPRRPT report.
           05  MT-PEND-ID              PIC 9(06).
