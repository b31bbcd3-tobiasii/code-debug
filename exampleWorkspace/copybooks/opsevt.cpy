      * has something to say: exceptions, operator alerts, step
      * start/stop, reconciliation verdicts. OPSLOG0 stamps it and
      * appends it to the cumulative OPSLOG event file, so overnight
      * diagnostics survive past the console scrollback. An event
      * for an audited override action names the operator who
      * signed on for it; every other event leaves it blank.
      *-------------------------------------------------------------
       01  OPS-EVENT.
           05  OPS-EVT-PROGRAM         PIC X(08).
               88  OPS-SEV-SEVERE      VALUE "S".
           05  OPS-EVT-CODE            PIC 9(04).
           05  OPS-EVT-TEXT            PIC X(80).
           05  OPS-EVT-OPERATOR        PIC X(08) VALUE SPACES.
