      $set mfoo

      *-------------------------------------------------------------
      * Operator sign-on check for the audited override actions:
      * INQUIRY0's CLEAR, a PRODMNT reversal through REVRQST, a
      * REJAGING write-off through REJABAND and a RUNRBACK rollback
      * of a night's run. The caller names the function; OPERCHK
      * asks the console for the operator ID, looks it up on the
      * OPERAUTH operator/authority file and grants the function
      * only to an active operator who has it listed. Every
      * sign-on, granted or refused, goes onto the ops log with the
      * operator named, so the question of who cleared a flag or
      * wrote off a reject has an answer. A missing OPERAUTH file
      * refuses everyone -- an override nobody can be named for is
      * exactly what this stops.
      *-------------------------------------------------------------
       identification division.
       program-id. OPERCHK.
       environment division.

       input-output section.
       file-control.
           select oper-auth-file assign to "OPERAUTH"
               organization is line sequential
               file status is ws-oa-status.

       data division.
       file section.
       fd  oper-auth-file
           label records are standard.
           copy "copybooks\operauth.cpy".

       working-storage section.
           01  ws-oa-status            pic x(2).
               88  ws-oa-ok            value "00".
               88  ws-oa-eof           value "10".
           01  ws-sign-on              pic x(08).
           01  ws-found                pic x.
               88  ws-oper-on-file     value "Y".
           01  ws-fn-idx               pic 9(2) comp-5.
           01  ws-verdict-text         pic x(24).

      *----Event record handed to the central operations logger.
           copy "copybooks\opsevt.cpy".

       linkage section.
           copy "copybooks\operreq.cpy".

       procedure division using oper-auth-req.

       run-sign-on section.
           move spaces to oar-operator-id oar-operator-name
           display oar-program ": SIGN ON FOR " oar-function
                   " - OPERATOR ID: " with no advancing
           accept ws-sign-on
           move ws-sign-on to oar-operator-id

           evaluate true
               when ws-sign-on = spaces
                   move "B" to oar-result
               when other
                   perform o100-check-operator
           end-evaluate

           evaluate true
               when oar-granted
                   move "GRANTED"             to ws-verdict-text
               when oar-no-sign-on
                   move "REFUSED, NO SIGN-ON" to ws-verdict-text
               when oar-unknown
                   move "REFUSED, NOT ON FILE" to ws-verdict-text
               when oar-inactive
                   move "REFUSED, INACTIVE"   to ws-verdict-text
               when oar-not-authorized
                   move "REFUSED, NOT AUTHORIZED" to ws-verdict-text
               when other
                   move "REFUSED, NO OPERAUTH" to ws-verdict-text
           end-evaluate
           if not oar-granted
               display oar-program ": SIGN-ON " ws-verdict-text
           end-if

           move oar-program to ops-evt-program
           if oar-granted
               move "I" to ops-evt-severity
           else
               move "W" to ops-evt-severity
           end-if
           move zeros to ops-evt-code
           move oar-operator-id to ops-evt-operator
           move spaces to ops-evt-text
           string "SIGN-ON " oar-operator-id " FOR "
                  oar-function " " ws-verdict-text
               delimited by size into ops-evt-text
           call "OPSLOG0" using ops-event
           move 0 to return-code
           goback.

      *----O100. The operator's record on OPERAUTH, judged while
      *    it is in hand. An ID the file does not list is unknown.
       o100-check-operator.
           move "N" to ws-found
           open input oper-auth-file
           if not ws-oa-ok
               move "F" to oar-result
           else
               move "U" to oar-result
               perform until ws-oa-eof or ws-oper-on-file
                   read oper-auth-file
                       at end
                           continue
                       not at end
                           if oa-operator-id = ws-sign-on
                               move "Y" to ws-found
                               perform o110-judge-operator
                           end-if
                   end-read
               end-perform
               close oper-auth-file
           end-if.

      *----O110. An operator on file must be active and have the
      *    function asked for on the list.
       o110-judge-operator.
           move oa-operator-name to oar-operator-name
           if not oa-active
               move "I" to oar-result
           else
               move "N" to oar-result
               perform varying ws-fn-idx from 1 by 1
                               until ws-fn-idx > 6
                   if oa-function(ws-fn-idx) = oar-function
                       move "G" to oar-result
                   end-if
               end-perform
           end-if.
