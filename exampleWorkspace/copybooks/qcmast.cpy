      *-------------------------------------------------------------
      * QCMAST.cpy
      * One record per inspected lot on the keyed QCMAST quality
      * file, keyed by TST-LOT-ID: the latest inspection's readings
      * and the lot's quality status. P passed inspection; H failed
      * and on quality hold -- its receipts do not count as accepted
      * stock, and its invoices are not released, until QC decides;
      * R released from hold by QC; C condemned by QC, which makes
      * it a claim against the supplier. The status applies to the
      * receipts of the lot on or after the inspection date; a lot
      * id reused later is a fresh delivery.
      *-------------------------------------------------------------
       01  QC-RECORD.
           05  QC-LOT-ID               PIC 9(05).
           05  QC-SUPPLIER             PIC X(08).
           05  QC-ITEM-CODE            PIC 9(05).
           05  QC-INSPECT-DATE         PIC 9(08).
           05  QC-TEMPERATURE          PIC S9(03)V9.
           05  QC-GRADE                PIC X(01).
           05  QC-DEFECT-PCT           PIC 9(03)V9.
           05  QC-INSPECTOR            PIC X(08).
           05  QC-STATUS               PIC X(01).
               88  QC-PASSED           VALUE "P".
               88  QC-ON-HOLD          VALUE "H".
               88  QC-RELEASED         VALUE "R".
               88  QC-CONDEMNED        VALUE "C".
      *----When the status last changed, and when the lot went on
      *    hold (zeros if it never did).
           05  QC-STATUS-DATE          PIC 9(08).
           05  QC-HOLD-DATE            PIC 9(08).
