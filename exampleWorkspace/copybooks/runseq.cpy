      *-------------------------------------------------------------
      * RUNSEQ.cpy
      * The one-record RUNSEQ run-sequence file: the last sequence
      * number BATCH0 used on the calendar day. The steps that run
      * after the group cycle read it to stamp their own records
      * with the night's run date and sequence.
      *-------------------------------------------------------------
       01  RUN-SEQ-RECORD.
           05  SEQ-DATE                PIC 9(8).
           05  SEQ-LAST                PIC 9(2).
