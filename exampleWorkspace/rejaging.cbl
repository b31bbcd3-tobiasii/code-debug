      * dropping their keys on the REJABAND file: each one gets an
      * X (abandoned) event appended to REJMAST before the netting
      * pass, and the file is consumed once honoured -- abandonment
      * is an audited event, not a hand edit of the master. A
      * write-off is an override: the operator signs on through
      * OPERCHK and must hold the REJABAND authority, and is named
      * on the X events and the ops log. Without a granted sign-on
      * -- an unattended run has none -- the write-offs wait on
      * REJABAND and the report runs as usual.
      *-------------------------------------------------------------
       identification division.
       program-id. REJAGING.
      *----Event record handed to the central operations logger.
           copy "copybooks\opsevt.cpy".

      *----Request record for the OPERCHK operator sign-on a
      *    write-off asks for.
           copy "copybooks\operreq.cpy".

       procedure division.

       run-aging section.
      *    No REJABAND file just means nothing to write off.
       r050-apply-abandons.
           open input reject-abandon-file
           if ws-rab-status = "00"
               move "REJABAND" to oar-function
               move "REJAGING" to oar-program
               call "OPERCHK" using oper-auth-req
               if not oar-granted
                   close reject-abandon-file
                   move "99" to ws-rab-status
                   display "REJAGING: WRITE-OFFS NOT SIGNED FOR -"
                           " LEFT ON REJABAND"
                   move "REJAGING" to ops-evt-program
                   move "W" to ops-evt-severity
                   move zeros to ops-evt-code
                   move spaces to ops-evt-text
                   move "WRITE-OFFS NOT SIGNED FOR - LEFT ON REJABAND"
                       to ops-evt-text
                   call "OPSLOG0" using ops-event
               end-if
           end-if
           if ws-rab-status = "00"
               open extend reject-master-file
               if ws-rm-status not = "00"
                           move rab-grp-cod to rm-grp-cod
                           move rab-lot-id  to rm-lot-id
                           move zeros to rm-reason
                           move oar-operator-id to rm-operator
                           move zeros to rm-run-seq
                           write rm-record
                           display "REJAGING: ABANDONED "
                                   rab-source " GROUP " rab-grp-cod
               close reject-master-file
               call "CBL_DELETE_FILE" using ws-rab-name
               move 0 to return-code
               move "REJAGING" to ops-evt-program
               move "I" to ops-evt-severity
               move zeros to ops-evt-code
               move oar-operator-id to ops-evt-operator
               move spaces to ops-evt-text
               string "REJECTS WRITTEN OFF " ws-aband-count
                      " BY " oar-operator-id
                   delimited by size into ops-evt-text
               call "OPSLOG0" using ops-event
               move spaces to ops-evt-operator
           end-if.

      *----R100. One pass over REJMAST: each event lands on its
