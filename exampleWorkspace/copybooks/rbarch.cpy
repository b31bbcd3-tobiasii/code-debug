      *-------------------------------------------------------------
      * RBARCH.cpy
      * One record RUNRBACK took back out of a cumulative file, on
      * the cumulative RBACKARCH rollback archive: when the rollback
      * ran, the run date and sequence it rolled back, the file the
      * record came off, and the record exactly as it stood there.
      * Nothing a rollback removes is lost -- a rollback of the
      * wrong run is put right by copying the images back onto
      * their files.
      *-------------------------------------------------------------
       01  RB-RECORD.
           05  RB-ROLLBACK-DATE        PIC 9(08).
           05  RB-RUN-DATE             PIC 9(08).
           05  RB-RUN-SEQ              PIC 9(02).
           05  RB-FILE                 PIC X(08).
           05  RB-IMAGE                PIC X(200).
