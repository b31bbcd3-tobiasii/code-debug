      * see the lot's disposition from the cumulative LOTDISP file:
      * accepted, rejected (with reason), unmatched or variance-
      * flagged, per run it appeared in -- one answer for a supplier
      * call instead of four report files per group. A lot QC has on
      * quality hold, or has condemned, answers so rather than
      * accepted, with the inspection readings. The system
      * status is checked before each catalog answer, so the desk is
      * told the catalog is under maintenance instead of being shown
      * half-applied rows, and the CLEAR command lets an operator
      * drop a flag a crashed job left standing (the operator signs
      * on through OPERCHK first, must hold the CLEAR authority, and
      * the override is logged to OPSLOG under the operator's ID).
      * Runs as a console question/answer loop; enter END (or a
      * blank code) to leave.
      *-------------------------------------------------------------
       identification division.
       program-id. INQUIRY0.
               organization is line sequential
               file status is ws-ld-status.

      *----Receiving-QC status per lot, read by the keyed lot id.
           select qc-master-file assign to "QCMAST"
               organization is indexed
               access mode is random
               record key is qc-lot-id
               file status is ws-qc-status.

       data division.
       file section.
       fd  produce-master-file
           label records are standard.
           copy "copybooks\lotdisp.cpy".

       fd  qc-master-file
           label records are standard.
           copy "copybooks\qcmast.cpy".

       working-storage section.
      *----File statuses.
           01  ws-pm-status            pic x(2).
                                             spaces.
           01  ws-lot-arg              pic x(5).
           01  ws-ld-status            pic x(2).
           01  ws-qc-status            pic x(2).
               88  ws-qc-ok            value "00".

      *----The lot's QC record, when it has one.
           01  ws-qc-found             pic x.
               88  ws-qc-on-file       value "Y".
           01  ws-qc-status-text       pic x(16).
           01  ws-qc-defect-disp       pic zz9.9.

      *----Request record for the SYSSTAT0 system-status interlock.
           copy "copybooks\staterq.cpy".
      *----Event record handed to the central operations logger,
      *    for the CLEAR override audit trail.
           copy "copybooks\opsevt.cpy".

      *----Request record for the OPERCHK operator sign-on.
           copy "copybooks\operreq.cpy".
           01  ws-ld-hit-count         pic 9(4) comp-5.
           01  ws-ld-status-text       pic x(24).

           end-if.

      *----C400. Drop a system-state flag a crashed job left
      *    standing. The operator signs on for it and must hold the
      *    CLEAR authority; the override names what stood and who
      *    cleared it on the ops log, so a cleared flag is an
      *    audited decision, not a silent edit of SYSSTATE.
       c400-clear-system-state.
           move "R" to ssr-func
           move "INQUIRY0" to ssr-program
               display "INQUIRY0: SYSTEM STATE ALREADY IDLE -"
                       " NOTHING CLEARED"
           else
               move "CLEAR   " to oar-function
               move "INQUIRY0" to oar-program
               call "OPERCHK" using oper-auth-req
               if not oar-granted
                   display "INQUIRY0: CLEAR REFUSED - NOTHING CLEARED"
               else
                   display "INQUIRY0: CLEARING STATE " ssr-cur-state
                           " HELD BY " ssr-cur-program
                           " SINCE " ssr-cur-date " " ssr-cur-time
                   move "C" to ssr-func
                   call "SYSSTAT0" using sys-state-req
                   move "INQUIRY0" to ops-evt-program
                   move "W" to ops-evt-severity
                   move zeros to ops-evt-code
                   move oar-operator-id to ops-evt-operator
                   move spaces to ops-evt-text
                   string "OPERATOR OVERRIDE: CLEARED STATE "
                          ssr-cur-state " HELD BY " ssr-cur-program
                          " - CLEARED BY " oar-operator-id
                       delimited by size into ops-evt-text
                   call "OPSLOG0" using ops-event
               end-if
           end-if.

      *----C300. Answer one lot inquiry: every disposition record on
           if ws-lot-arg not numeric
               display "INQUIRY0: LOT ID MUST BE 5 DIGITS AFTER L"
           else
               perform c305-read-quality
               move zero to ws-ld-hit-count
               open input lot-disp-file
               if ws-ld-status not = "00"
                               " HAS NO DISPOSITION ON FILE"
                   end-if
               end-if
               if ws-qc-on-file
                   perform c320-show-quality
               end-if
           end-if.

      *----C305. The lot's QC record. No quality file just means no
      *    lot has been inspected.
       c305-read-quality.
           move "N" to ws-qc-found
           open input qc-master-file
           if ws-qc-ok
               move ws-lot-arg to qc-lot-id
               read qc-master-file
                   invalid key
                       continue
                   not invalid key
                       move "Y" to ws-qc-found
               end-read
               close qc-master-file
           end-if.

      *----C310. One disposition record, status decoded; the reject
                   move "REJECTED" to ws-ld-status-text
               when ld-unmatched
                   move "UNMATCHED ON CATALOG" to ws-ld-status-text
               when ld-not-authorized
                   move "NOT AUTHORIZED FOR GROUP"
                       to ws-ld-status-text
               when ld-variance-flag
                   move "VARIANCE-FLAGGED" to ws-ld-status-text
               when other
                   move "UNKNOWN STATUS" to ws-ld-status-text
           end-evaluate
      *----A receipt on or after the lot's inspection is not
      *    accepted while QC holds it, and never once condemned.
           if (ld-accepted or ld-variance-flag
                or ld-not-authorized)
              and ws-qc-on-file
              and ld-run-date >= qc-inspect-date
               evaluate true
                   when qc-on-hold
                       move "ON QUALITY HOLD" to ws-ld-status-text
                   when qc-condemned
                       move "CONDEMNED BY QC" to ws-ld-status-text
                   when other
                       continue
               end-evaluate
           end-if
           if ld-rejected
               display "LOT " ld-lot-id " RUN " ld-run-date
                       " SEQ " ld-run-seq " GROUP " ld-grp-cod
                       " " ws-ld-status-text
           end-if.

      *----C320. The lot's QC inspection and where it stands.
       c320-show-quality.
           evaluate true
               when qc-passed
                   move "PASSED" to ws-qc-status-text
               when qc-on-hold
                   move "ON QUALITY HOLD" to ws-qc-status-text
               when qc-released
                   move "RELEASED BY QC" to ws-qc-status-text
               when qc-condemned
                   move "CONDEMNED BY QC" to ws-qc-status-text
               when other
                   move "UNKNOWN STATUS" to ws-qc-status-text
           end-evaluate
           move qc-defect-pct to ws-qc-defect-disp
           display "QC: LOT " qc-lot-id " " qc-supplier
                   " INSPECTED " qc-inspect-date
                   " GRADE " qc-grade " DEFECT " ws-qc-defect-disp
                   " PCT " ws-qc-status-text
                   " SINCE " qc-status-date.

      *----C210. Last-run answers for the item just read.
       c210-report-last-run-detail.
           if not ws-history-found
