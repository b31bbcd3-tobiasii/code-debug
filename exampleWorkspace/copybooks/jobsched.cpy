      *-------------------------------------------------------------
      * JOBSCHED.cpy
      * One step of the nightly job on the JOBSCHED job-step
      * schedule, read by BATCH0 at startup: the program to call,
      * its place in the night, when it runs and what its failure
      * means. BATCH0 runs the night's steps from this file in step
      * order, so month-end reports run on the actual closing day
      * and adding a step is a data change, not a recompile.
      * Step GROUPS stands for the PROGRAM1-validation and COLL0
      * cycle over the RUNCTRL groups, which also writes the run's
      * group-000 totals record -- TRENDRPT and the steps that read
      * tonight's receipts belong after it. The standard night is:
      *     010 PRODSNAP D S     090 EXPSTOCK D L
      *     020 ACKPROC  D L     100 GLPOST   D C
      *     030 QCLOAD   D L     110 TRENDRPT D C
      *     040 GROUPS   D S     120 MONTHRPT P L
      *     050 POMATCH  D L     130 SUPPERF  P L
      *     060 STKPOST  D L     140 RCVLEDGR P L
      *     070 INVMATCH D L     150 REJAGING W5 L
      *     080 SUPCLAIM D L     155 APPRRPT  D L
      *                          157 INTEGAUD D C
      *                          160 HOUSEKPG D L
      *-------------------------------------------------------------
       01  SCH-RECORD.
           05  SCH-STEP-SEQ            PIC 9(03).
           05  SCH-PROGRAM             PIC X(08).
               88  SCH-GROUP-CYCLE     VALUE "GROUPS".
      *----D = every run, P = business days BUSCAL marks as closing
      *    a period (BC-PERIOD-END), W = the weekday below.
           05  SCH-WHEN                PIC X(01).
               88  SCH-DAILY           VALUE "D".
               88  SCH-PERIOD-END      VALUE "P".
               88  SCH-ON-WEEKDAY      VALUE "W".
      *----On a W step: 1 = Monday through 7 = Sunday.
           05  SCH-WEEKDAY             PIC 9(01).
      *----S = a failure stops the job; C = the job carries on but
      *    ends with the step's condition code; L = the failure is
      *    only logged.
           05  SCH-ON-FAIL             PIC X(01).
               88  SCH-FAIL-STOPS      VALUE "S".
               88  SCH-FAIL-COUNTS     VALUE "C".
               88  SCH-FAIL-LOGGED     VALUE "L".
