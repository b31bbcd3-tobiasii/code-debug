      *-------------------------------------------------------------
      * CLMRESP.cpy
      * One supplier response to a claim on the daily CLMRESP file,
      * keyed as the claim is (supplier, lot, receipt run date and
      * sequence): C credited, with the amount of the credit note,
      * D disputed, or W written off by us. SUPCLAIM appends each
      * accepted response to CLMMAST as the claim's next status
      * event and consumes the file.
      *-------------------------------------------------------------
       01  CR-RECORD.
           05  CR-SUPPLIER             PIC X(08).
           05  CR-LOT-ID               PIC 9(05).
           05  CR-RUN-DATE             PIC 9(08).
           05  CR-RUN-SEQ              PIC 9(02).
           05  CR-RESPONSE             PIC X(01).
               88  CR-CREDITED         VALUE "C".
               88  CR-DISPUTED         VALUE "D".
               88  CR-WRITTEN-OFF      VALUE "W".
           05  CR-AMOUNT               PIC 9(09)V99.
           05  CR-REFERENCE            PIC X(12).
