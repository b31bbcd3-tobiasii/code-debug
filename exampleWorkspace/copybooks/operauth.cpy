      *-------------------------------------------------------------
      * OPERAUTH.cpy
      * One operator on the OPERAUTH operator/authority file, read
      * by OPERCHK when an override action asks for a sign-on: the
      * operator's ID and name, whether the sign-on is active, and
      * the override functions the operator may perform. An
      * operator not on file, inactive, or without the function
      * listed is refused. The functions are:
      *     CLEAR    INQUIRY0 -- drop a standing system-state flag
      *     REVRQST  PRODMNT  -- reverse a day's catalog journal
      *     REJABAND REJAGING -- write off outstanding rejects
      *     RUNRBACK RUNRBACK -- roll back a night's cumulative files
      *-------------------------------------------------------------
       01  OA-RECORD.
           05  OA-OPERATOR-ID          PIC X(08).
           05  OA-OPERATOR-NAME        PIC X(30).
           05  OA-ACTIVE-FLAG          PIC X(01).
               88  OA-ACTIVE           VALUE "A".
               88  OA-INACTIVE         VALUE "I".
           05  OA-FUNCTION             PIC X(08) OCCURS 6 TIMES.
