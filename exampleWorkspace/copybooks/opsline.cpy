           05  OPS-LOG-CODE            PIC 9(04).
           05  FILLER                  PIC X(01).
           05  OPS-LOG-TEXT            PIC X(80).
           05  FILLER                  PIC X(01).
           05  OPS-LOG-OPERATOR        PIC X(08).
