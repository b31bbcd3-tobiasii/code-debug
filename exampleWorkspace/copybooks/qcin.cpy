      *-------------------------------------------------------------
      * QCIN.cpy
      * One receiving-QC transaction on the daily QCIN file, keyed
      * by the TST-LOT-ID inspected. An I record is an inspection:
      * the supplier and PM-ITEM-CODE on the delivery, the date,
      * the temperature, grade and defect percentage taken, the
      * inspector, and the verdict -- P passed, F failed (the lot
      * goes on quality hold). R releases a held lot and C condemns
      * it; only the lot id, date and inspector matter on those.
      * QCLOAD applies the file to QCMAST and consumes it.
      *-------------------------------------------------------------
       01  QI-RECORD.
           05  QI-ACTION               PIC X(01).
               88  QI-INSPECT          VALUE "I".
               88  QI-RELEASE          VALUE "R".
               88  QI-CONDEMN          VALUE "C".
           05  QI-LOT-ID               PIC 9(05).
           05  QI-SUPPLIER             PIC X(08).
           05  QI-ITEM-CODE            PIC 9(05).
           05  QI-INSPECT-DATE         PIC 9(08).
           05  QI-TEMPERATURE          PIC S9(03)V9.
           05  QI-GRADE                PIC X(01).
           05  QI-DEFECT-PCT           PIC 9(03)V9.
           05  QI-RESULT               PIC X(01).
               88  QI-PASSED           VALUE "P".
               88  QI-FAILED           VALUE "F".
           05  QI-INSPECTOR            PIC X(08).
