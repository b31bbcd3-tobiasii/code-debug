      $set mfoo

      *-------------------------------------------------------------
      * Product recall trace. When a supplier or a health authority
      * recalls a product the desk has hours to name every affected
      * lot and where it went. Key in the supplier code, the item
      * code (blank for every item of the supplier) and the receipt
      * date range; the trace lists every matching RCVHIST receipt
      * -- lot, sub-lot, item, group, run date and sequence,
      * quantity and weight -- with the lot's fate on LOTDISP (QC
      * hold or condemnation answering over an acceptance, as the
      * lot inquiry does) and the RECONEXT extract that carried the
      * group's run downstream, with its latest EXTCTL status, so an
      * unacknowledged extract shows up as the one nobody can vouch
      * for. The trace is appended to the day's RCLTRACE report so
      * several traces keyed in one day are kept together, and the
      * totals go to the console and the ops log.
      *-------------------------------------------------------------
       identification division.
       program-id. RECALL.
       environment division.

       input-output section.
       file-control.
      *----Cumulative receiving history written by COLL0.
           select receiving-history-file assign to "RCVHIST"
               organization is line sequential
               file status is ws-rcv-status.

      *----Cumulative lot dispositions written by COLL0.
           select lot-disp-file assign to "LOTDISP"
               organization is line sequential
               file status is ws-ld-status.

      *----Cumulative extract-control events, COLL0 and ACKPROC.
           select extract-control-file assign to "EXTCTL"
               organization is line sequential
               file status is ws-xc-status.

      *----Receiving-QC status per lot, read by the keyed lot id.
           select qc-master-file assign to "QCMAST"
               organization is indexed
               access mode is random
               record key is qc-lot-id
               file status is ws-qc-status.

           select trace-report-file assign to ws-trc-file-name
               organization is line sequential
               file status is ws-trc-status.

       data division.
       file section.
       fd  receiving-history-file
           label records are standard.
           copy "copybooks\rcvhist.cpy".

       fd  lot-disp-file
           label records are standard.
           copy "copybooks\lotdisp.cpy".

       fd  extract-control-file
           label records are standard.
           copy "copybooks\extctl.cpy".

       fd  qc-master-file
           label records are standard.
           copy "copybooks\qcmast.cpy".

       fd  trace-report-file
           label records are standard.
       01  trace-report-line           pic x(132).

       working-storage section.
      *----File statuses.
           01  ws-rcv-status           pic x(2).
               88  ws-rcv-ok           value "00".
               88  ws-rcv-eof          value "10".
           01  ws-ld-status            pic x(2).
               88  ws-ld-ok            value "00".
               88  ws-ld-eof           value "10".
           01  ws-xc-status            pic x(2).
               88  ws-xc-ok            value "00".
               88  ws-xc-eof           value "10".
           01  ws-qc-status            pic x(2).
               88  ws-qc-ok            value "00".
           01  ws-trc-status           pic x(2).

      *----Operator input: supplier, item (blank for all) and the
      *    receipt date range (blank end date for today).
           01  ws-sup-input            pic x(8).
           01  ws-item-input           pic x(5).
           01  ws-from-input           pic x(8).
           01  ws-to-input             pic x(8).
           01  ws-trace-supplier       pic x(8).
           01  ws-trace-item           pic 9(5) value zeros.
           01  ws-all-items            pic x value "N".
               88  ws-trace-all-items  value "Y".
           01  ws-from-date            pic 9(8).
           01  ws-to-date              pic 9(8).

      *----Run date and the dated report name.
           01  ws-run-date             pic 9(8).
           01  ws-trc-file-name.
               05  filler              pic x(8) value "RCLTRACE".
               05  ws-trc-file-date    pic 9(8).
               05  filler              pic x(4) value ".TXT".

      *----Matching receipts, in RCVHIST order, each with the fate
      *    and extract status found for it on the later passes.
           01  ws-rct-count            pic 9(4) comp-5 value zero.
           01  ws-rct-max              pic 9(4) comp-5 value 2000.
           01  ws-rct-idx              pic 9(4) comp-5.
           01  ws-rct-tab.
               05  ws-rct-entry        occurs 2000 times.
                   10  ws-r-lot-id     pic 9(05).
                   10  ws-r-sub-lot-id pic 9(05).
                   10  ws-r-item-code  pic 9(05).
                   10  ws-r-grp-cod    pic 9(03).
                   10  ws-r-run-date   pic 9(08).
                   10  ws-r-run-seq    pic 9(02).
                   10  ws-r-qty        pic 9(03).
                   10  ws-r-weight     pic 9(05)v99.
                   10  ws-r-ld-status  pic x(01).
                   10  ws-r-ld-reason  pic 9(03).
                   10  ws-r-xc-status  pic x(01).
           01  ws-rct-overflow         pic 9(4) value zeros.

      *----One detail line's decoded columns.
           01  ws-fate-text            pic x(16).
           01  ws-ext-text             pic x(12).
           01  ws-qty-disp             pic zz9.
           01  ws-wgt-disp             pic zz,zz9.99.
           01  ws-ext-name.
               05  filler              pic x(8) value "RECONEXT".
               05  ws-ext-grp          pic 9(3).
               05  ws-ext-date         pic 9(8).
               05  filler              pic x value "S".
               05  ws-ext-seq          pic 9(2).
               05  filler              pic x(4) value ".DAT".

      *----Trace totals.
           01  ws-rct-total            pic 9(4) value zeros.
           01  ws-qty-total            pic 9(7) value zeros.
           01  ws-wgt-total            pic 9(9)v99 value zeros.
           01  ws-wgt-total-disp       pic zzz,zzz,zz9.99.
           01  ws-unacked-count        pic 9(4) value zeros.
           01  ws-noext-count          pic 9(4) value zeros.

      *----Structured exception data, same convention as COLL0's
      *    A900 handler.
           01  ws-error-code           pic 9(4) comp-5.
           01  ws-error-msg            pic x(80).

      *----Event record handed to the central operations logger.
           copy "copybooks\opsevt.cpy".

       procedure division.

       run-recall section.

           display "RECALL: PRODUCT RECALL TRACE"
           accept ws-run-date from date yyyymmdd
           perform t050-accept-criteria
           perform t100-load-receipts
           perform t200-apply-dispositions
           perform t300-apply-extract-status
           perform t400-apply-quality
           perform t500-print-trace

           display "RECALL: SUPPLIER " ws-trace-supplier
                   " RECEIPTS " ws-rct-total
                   " NOT ACKNOWLEDGED " ws-unacked-count
                   " NO EXTRACT " ws-noext-count
           display "RECALL: TRACE WRITTEN TO " ws-trc-file-name

           move "RECALL" to ops-evt-program
           if ws-unacked-count > zeros
              or ws-rct-overflow > zeros
               move "W" to ops-evt-severity
           else
               move "I" to ops-evt-severity
           end-if
           move zeros to ops-evt-code
           move spaces to ops-evt-text
           string "RECALL TRACE " ws-trace-supplier
                  " " ws-from-date "-" ws-to-date
                  " RECEIPTS " ws-rct-total
                  " NOT ACKNOWLEDGED " ws-unacked-count
               delimited by size into ops-evt-text
           call "OPSLOG0" using ops-event
           move 0 to return-code
           goback.

      *----T050. The trace criteria. A recall names a supplier and
      *    a window; anything less would trace the wrong stock, so
      *    bad criteria stop the trace rather than defaulting.
       t050-accept-criteria.
           display "ENTER SUPPLIER CODE: " with no advancing
           accept ws-sup-input
           display "ENTER ITEM CODE (BLANK=ALL ITEMS): "
               with no advancing
           accept ws-item-input
           display "ENTER FROM DATE YYYYMMDD: " with no advancing
           accept ws-from-input
           display "ENTER TO DATE YYYYMMDD (BLANK=TODAY): "
               with no advancing
           accept ws-to-input

           if ws-sup-input = spaces
               move 9961 to ws-error-code
               move "SUPPLIER CODE REQUIRED" to ws-error-msg
               perform a900-raise-exception
           end-if
           move ws-sup-input to ws-trace-supplier

           if ws-item-input = spaces
               move "Y" to ws-all-items
           else
               if ws-item-input not numeric
                   move 9962 to ws-error-code
                   string "ITEM CODE MUST BE 5 DIGITS: "
                          ws-item-input delimited by size
                       into ws-error-msg
                   perform a900-raise-exception
               end-if
               move ws-item-input to ws-trace-item
           end-if

           if ws-to-input = spaces
               move ws-run-date to ws-to-input
           end-if
           if ws-from-input not numeric
              or ws-to-input not numeric
               move 9963 to ws-error-code
               string "DATES MUST BE YYYYMMDD: " ws-from-input
                      " " ws-to-input delimited by size
                   into ws-error-msg
               perform a900-raise-exception
           end-if
           move ws-from-input to ws-from-date
           move ws-to-input to ws-to-date
           if ws-from-date > ws-to-date
               move 9963 to ws-error-code
               string "FROM DATE " ws-from-date
                      " AFTER TO DATE " ws-to-date
                   delimited by size into ws-error-msg
               perform a900-raise-exception
           end-if.

      *----T100. One pass over RCVHIST for the supplier's receipts
      *    of the item in the window. A RESUBIN replay carries no
      *    supplier, so only original deliveries are traced -- the
      *    replay books the same lot again. Receipts past the table
      *    are counted and the trace is flagged incomplete rather
      *    than stopped: a recall wants what can be found now.
       t100-load-receipts.
           open input receiving-history-file
           if not ws-rcv-ok
               move 9964 to ws-error-code
               string "RECEIVING-HISTORY-FILE OPEN FAILED, STATUS="
                      ws-rcv-status delimited by size
                   into ws-error-msg
               perform a900-raise-exception
           end-if
           perform until ws-rcv-eof
               read receiving-history-file
                   at end
                       continue
                   not at end
                       if rcv-source = ws-trace-supplier
                          and rcv-run-date >= ws-from-date
                          and rcv-run-date <= ws-to-date
                          and (ws-trace-all-items
                               or rcv-item-code = ws-trace-item)
                           perform t110-add-receipt
                       end-if
               end-read
           end-perform
           close receiving-history-file.

      *----T110. One matching receipt onto the trace table.
       t110-add-receipt.
           if ws-rct-count >= ws-rct-max
               add 1 to ws-rct-overflow
           else
               add 1 to ws-rct-count
               move rcv-lot-id     to ws-r-lot-id(ws-rct-count)
               move rcv-sub-lot-id to ws-r-sub-lot-id(ws-rct-count)
               move rcv-item-code  to ws-r-item-code(ws-rct-count)
               move rcv-grp-cod    to ws-r-grp-cod(ws-rct-count)
               move rcv-run-date   to ws-r-run-date(ws-rct-count)
               move rcv-run-seq    to ws-r-run-seq(ws-rct-count)
               move rcv-sub-qty    to ws-r-qty(ws-rct-count)
               move rcv-rec-weight to ws-r-weight(ws-rct-count)
               move space          to ws-r-ld-status(ws-rct-count)
               move zeros          to ws-r-ld-reason(ws-rct-count)
               move space          to ws-r-xc-status(ws-rct-count)
           end-if.

      *----T200. One pass over LOTDISP: each disposition lands on
      *    every traced receipt of the same lot, run and group. No
      *    disposition file leaves the fates blank.
       t200-apply-dispositions.
           if ws-rct-count > zero
               open input lot-disp-file
               if ws-ld-ok
                   perform until ws-ld-eof
                       read lot-disp-file
                           at end
                               continue
                           not at end
                               perform t210-match-disposition
                       end-read
                   end-perform
                   close lot-disp-file
               end-if
           end-if.

      *----T210. One disposition against the trace table.
       t210-match-disposition.
           perform varying ws-rct-idx from 1 by 1
                           until ws-rct-idx > ws-rct-count
               if ws-r-lot-id(ws-rct-idx) = ld-lot-id
                  and ws-r-run-date(ws-rct-idx) = ld-run-date
                  and ws-r-run-seq(ws-rct-idx) = ld-run-seq
                  and ws-r-grp-cod(ws-rct-idx) = ld-grp-cod
                   move ld-status     to ws-r-ld-status(ws-rct-idx)
                   move ld-rej-reason to ws-r-ld-reason(ws-rct-idx)
               end-if
           end-perform.

      *----T300. One pass over EXTCTL: the group's extract for the
      *    receipt's run date and sequence, latest event standing
      *    (the file is appended in event order).
       t300-apply-extract-status.
           if ws-rct-count > zero
               open input extract-control-file
               if ws-xc-ok
                   perform until ws-xc-eof
                       read extract-control-file
                           at end
                               continue
                           not at end
                               perform t310-match-extract
                       end-read
                   end-perform
                   close extract-control-file
               end-if
           end-if.

      *----T310. One extract event against the trace table.
       t310-match-extract.
           perform varying ws-rct-idx from 1 by 1
                           until ws-rct-idx > ws-rct-count
               if ws-r-run-date(ws-rct-idx) = xc-extr-date
                  and ws-r-run-seq(ws-rct-idx) = xc-run-seq
                  and ws-r-grp-cod(ws-rct-idx) = xc-grp-cod
                   move xc-status to ws-r-xc-status(ws-rct-idx)
               end-if
           end-perform.

      *----T400. A lot QC holds or condemned answers so over its
      *    acceptance, for receipts on or after the inspection --
      *    the same rule as the lot inquiry. No quality file just
      *    means no lot has been inspected.
       t400-apply-quality.
           if ws-rct-count > zero
               open input qc-master-file
               if ws-qc-ok
                   perform varying ws-rct-idx from 1 by 1
                                   until ws-rct-idx > ws-rct-count
                       perform t410-check-quality
                   end-perform
                   close qc-master-file
               end-if
           end-if.

      *----T410. One traced receipt against its lot's QC record.
       t410-check-quality.
           if ws-r-ld-status(ws-rct-idx) = "A"
              or ws-r-ld-status(ws-rct-idx) = "V"
              or ws-r-ld-status(ws-rct-idx) = "N"
               move ws-r-lot-id(ws-rct-idx) to qc-lot-id
               read qc-master-file
                   invalid key
                       continue
                   not invalid key
                       if ws-r-run-date(ws-rct-idx) >= qc-inspect-date
                           evaluate true
                               when qc-on-hold
                                   move "H"
                                       to ws-r-ld-status(ws-rct-idx)
                               when qc-condemned
                                   move "C"
                                       to ws-r-ld-status(ws-rct-idx)
                               when other
                                   continue
                           end-evaluate
                       end-if
               end-read
           end-if.

      *----T500. The trace, appended to the day's report: the
      *    criteria, one line per receipt, and the totals.
       t500-print-trace.
           move ws-run-date to ws-trc-file-date
           open extend trace-report-file
           if ws-trc-status = "35"
               open output trace-report-file
           end-if
           if ws-trc-status not = "00"
               move 9965 to ws-error-code
               string "TRACE-REPORT-FILE OPEN FAILED, STATUS="
                      ws-trc-status delimited by size
                   into ws-error-msg
               perform a900-raise-exception
           end-if
           move spaces to trace-report-line
           if ws-trace-all-items
               string "RECALL TRACE - RUN DATE " ws-run-date
                      " SUPPLIER " ws-trace-supplier
                      " ALL ITEMS"
                      " RECEIVED " ws-from-date " TO " ws-to-date
                   delimited by size into trace-report-line
           else
               string "RECALL TRACE - RUN DATE " ws-run-date
                      " SUPPLIER " ws-trace-supplier
                      " ITEM " ws-trace-item
                      " RECEIVED " ws-from-date " TO " ws-to-date
                   delimited by size into trace-report-line
           end-if
           write trace-report-line
           move spaces to trace-report-line
           write trace-report-line
           move spaces to trace-report-line
           string "LOT    SUB    ITEM  GRP  RUN DATE  SQ  QTY"
                  "     WEIGHT  LOT FATE          EXTRACT"
                  "                     EXTRACT STATUS"
               delimited by size into trace-report-line
           write trace-report-line

           perform varying ws-rct-idx from 1 by 1
                           until ws-rct-idx > ws-rct-count
               perform t510-print-receipt-line
           end-perform

           if ws-rct-count = zero
               move "NO RECEIPTS MATCH THE TRACE" to trace-report-line
               write trace-report-line
           end-if
           move spaces to trace-report-line
           write trace-report-line
           move ws-wgt-total to ws-wgt-total-disp
           move spaces to trace-report-line
           string "RECEIPTS: " ws-rct-total
                  " QUANTITY: " ws-qty-total
                  " WEIGHT: " ws-wgt-total-disp
                  " NOT ACKNOWLEDGED: " ws-unacked-count
                  " NO EXTRACT: " ws-noext-count
               delimited by size into trace-report-line
           write trace-report-line
           if ws-rct-overflow > zeros
               move spaces to trace-report-line
               string "*** TRACE INCOMPLETE: " ws-rct-overflow
                      " FURTHER RECEIPTS NOT LISTED -"
                      " NARROW THE DATE RANGE"
                   delimited by size into trace-report-line
               write trace-report-line
               display "RECALL: TRACE INCOMPLETE, " ws-rct-overflow
                       " RECEIPTS NOT LISTED"
           end-if
           move all "-" to trace-report-line
           write trace-report-line
           close trace-report-file.

      *----T510. One traced receipt: its fate and its extract.
       t510-print-receipt-line.
           add 1 to ws-rct-total
           add ws-r-qty(ws-rct-idx) to ws-qty-total
           add ws-r-weight(ws-rct-idx) to ws-wgt-total
           move spaces to ws-fate-text
           evaluate ws-r-ld-status(ws-rct-idx)
               when "A"
                   move "ACCEPTED" to ws-fate-text
               when "R"
                   string "REJECTED RSN " ws-r-ld-reason(ws-rct-idx)
                       delimited by size into ws-fate-text
               when "U"
                   move "UNMATCHED" to ws-fate-text
               when "N"
                   move "NOT AUTHORIZED" to ws-fate-text
               when "V"
                   move "VARIANCE-FLAGGED" to ws-fate-text
               when "H"
                   move "ON QUALITY HOLD" to ws-fate-text
               when "C"
                   move "CONDEMNED BY QC" to ws-fate-text
               when other
                   move "NO DISPOSITION" to ws-fate-text
           end-evaluate
           move ws-r-grp-cod(ws-rct-idx)  to ws-ext-grp
           move ws-r-run-date(ws-rct-idx) to ws-ext-date
           move ws-r-run-seq(ws-rct-idx)  to ws-ext-seq
           evaluate ws-r-xc-status(ws-rct-idx)
               when "A"
                   move "ACKNOWLEDGED" to ws-ext-text
               when "M"
                   move "MISMATCHED" to ws-ext-text
                   add 1 to ws-unacked-count
               when "P"
                   move "NOT ACKED" to ws-ext-text
                   add 1 to ws-unacked-count
               when other
                   move "NO EXTRACT" to ws-ext-text
                   add 1 to ws-noext-count
           end-evaluate
           move ws-r-qty(ws-rct-idx) to ws-qty-disp
           move ws-r-weight(ws-rct-idx) to ws-wgt-disp
           move spaces to trace-report-line
           string ws-r-lot-id(ws-rct-idx) "  "
                  ws-r-sub-lot-id(ws-rct-idx) "  "
                  ws-r-item-code(ws-rct-idx) " "
                  ws-r-grp-cod(ws-rct-idx) "  "
                  ws-r-run-date(ws-rct-idx) "  "
                  ws-r-run-seq(ws-rct-idx) "  "
                  ws-qty-disp "  " ws-wgt-disp "  "
                  ws-fate-text "  " ws-ext-name "  "
                  ws-ext-text
               delimited by size into trace-report-line
           write trace-report-line.

      *----A900. Structured error handling, same convention as
      *    COLL0: diagnostic code plus message, non-zero condition
      *    code back to the caller.
       a900-raise-exception.
           display "*** RECALL EXCEPTION " ws-error-code ": "
                   ws-error-msg
           move "RECALL" to ops-evt-program
           move "S" to ops-evt-severity
           move ws-error-code to ops-evt-code
           move ws-error-msg to ops-evt-text
           call "OPSLOG0" using ops-event
           move ws-error-code to return-code
           goback.
