      *-------------------------------------------------------------
      * OPERREQ.cpy
      * Request record passed to OPERCHK by a program about to take
      * an audited override action: the caller names the function
      * and itself, OPERCHK asks the console for the operator's
      * sign-on, checks it against the OPERAUTH file and hands back
      * who signed on and whether the function is granted. A
      * refused sign-on is logged by OPERCHK; the caller only has
      * to decline the action.
      *-------------------------------------------------------------
       01  OPER-AUTH-REQ.
           05  OAR-FUNCTION            PIC X(08).
           05  OAR-PROGRAM             PIC X(08).
           05  OAR-OPERATOR-ID         PIC X(08).
           05  OAR-OPERATOR-NAME       PIC X(30).
           05  OAR-RESULT              PIC X(01).
               88  OAR-GRANTED         VALUE "G".
               88  OAR-NO-SIGN-ON      VALUE "B".
               88  OAR-UNKNOWN         VALUE "U".
               88  OAR-INACTIVE        VALUE "I".
               88  OAR-NOT-AUTHORIZED  VALUE "N".
               88  OAR-NO-AUTH-FILE    VALUE "F".
