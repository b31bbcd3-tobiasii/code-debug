      $set mfoo

      *-------------------------------------------------------------
      * General-ledger posting interface for the night's receiving.
      * Summarizes tonight's accepted receipts -- the RCVHIST
      * records COLL0 wrote under tonight's run date and sequence --
      * by group and item: the received value (RCV-VALUE) and the
      * weight-variance cost (RCV-VAR-VALUE). Each figure is mapped
      * to its ledger accounts through the GLMAP reference file and
      * written as a debit and a credit line on the dated GLJRNL
      * journal, between a header naming the run and a trailer
      * carrying the line count and the debit and credit control
      * totals, for the finance system to import -- so the ledger
      * is no longer keyed by hand from the RECONRPT grand totals.
      * The printed GLPROOF journal proof lists every line. A
      * journal that does not balance, or has a figure no mapping
      * covers, is deleted rather than released and the step ends
      * with condition code 8, so it is never sent half-posted.
      *-------------------------------------------------------------
       identification division.
       program-id. GLPOST.
       environment division.

       input-output section.
       file-control.
      *----The account mapping, read whole into memory.
           select gl-map-file assign to "GLMAP"
               organization is line sequential
               file status is ws-gm-status.

      *----Cumulative receiving history written by COLL0.
           select recv-history-file assign to "RCVHIST"
               organization is line sequential
               file status is ws-rcv-status.

           select run-seq-file assign to "RUNSEQ"
               organization is line sequential
               file status is ws-seq-status.

      *----The journal for the finance import, named by run date
      *    and sequence like the other per-run outputs.
           select gl-journal-file assign to ws-gj-file-name
               organization is line sequential
               file status is ws-gj-status.

           select proof-report-file assign to ws-prf-file-name
               organization is line sequential
               file status is ws-prf-status.

       data division.
       file section.
       fd  gl-map-file
           label records are standard.
           copy "copybooks\glmap.cpy".

       fd  recv-history-file
           label records are standard.
           copy "copybooks\rcvhist.cpy".

       fd  run-seq-file
           label records are standard.
           copy "copybooks\runseq.cpy".

       fd  gl-journal-file
           label records are standard.
           copy "copybooks\gljrnl.cpy".

       fd  proof-report-file
           label records are standard.
       01  proof-report-line           pic x(132).

       working-storage section.
      *----File statuses.
           01  ws-gm-status            pic x(2).
               88  ws-gm-ok            value "00".
               88  ws-gm-eof           value "10".
           01  ws-rcv-status           pic x(2).
               88  ws-rcv-ok           value "00".
               88  ws-rcv-eof          value "10".
           01  ws-seq-status           pic x(2).
           01  ws-gj-status            pic x(2).
           01  ws-prf-status           pic x(2).

      *----Run date and sequence, and the per-run output names.
           01  ws-run-date             pic 9(8).
           01  ws-run-seq              pic 9(2) value zeros.
           01  ws-gj-file-name.
               05  filler              pic x(6) value "GLJRNL".
               05  ws-gj-file-date     pic 9(8).
               05  filler              pic x value "S".
               05  ws-gj-file-seq      pic 9(2).
               05  filler              pic x(4) value ".DAT".
           01  ws-prf-file-name.
               05  filler              pic x(7) value "GLPROOF".
               05  ws-prf-file-date    pic 9(8).
               05  filler              pic x value "S".
               05  ws-prf-file-seq     pic 9(2).
               05  filler              pic x(4) value ".TXT".

      *----The account mapping.
           01  ws-map-count            pic 9(4) comp-5 value zero.
           01  ws-map-max              pic 9(4) comp-5 value 500.
           01  ws-map-idx              pic 9(4) comp-5.
           01  ws-map-k                pic 9(4) comp-5.
           01  ws-map-tab.
               05  ws-map-entry        occurs 500 times.
                   10  ws-m-grp-cod    pic 9(03).
                   10  ws-m-item-code  pic 9(05).
                   10  ws-m-kind       pic x(01).
                   10  ws-m-debit      pic x(10).
                   10  ws-m-credit     pic x(10).

      *----Tonight's receipts summed by group and item.
           01  ws-sum-count            pic 9(4) comp-5 value zero.
           01  ws-sum-max              pic 9(4) comp-5 value 5000.
           01  ws-sum-idx              pic 9(4) comp-5.
           01  ws-sum-k                pic 9(4) comp-5.
           01  ws-sum-tab.
               05  ws-sum-entry        occurs 5000 times.
                   10  ws-s-grp-cod    pic 9(03).
                   10  ws-s-item-code  pic 9(05).
                   10  ws-s-value      pic s9(09)v99.
                   10  ws-s-var-value  pic s9(09)v99.

      *----Every group's COLL0 books the same delivery, so each lot
      *    of tonight's receipts is posted from the first group seen
      *    to book it, as STKPOST and SUPCLAIM count it.
           01  ws-lt-count             pic 9(4) comp-5 value zero.
           01  ws-lt-max               pic 9(4) comp-5 value 5000.
           01  ws-lt-idx               pic 9(4) comp-5.
           01  ws-lt-k                 pic 9(4) comp-5.
           01  ws-lt-tab.
               05  ws-lt-entry         occurs 5000 times.
                   10  ws-lt-source    pic x(08).
                   10  ws-lt-lot-id    pic 9(05).
                   10  ws-lt-grp-cod   pic 9(03).

      *----The figure being posted, staged for G310.
           01  ws-post-kind            pic x(01).
           01  ws-post-amount          pic s9(09)v99.
           01  ws-post-debit           pic x(10).
           01  ws-post-credit          pic x(10).

      *----Journal control totals and the release decision.
           01  ws-line-count           pic 9(8) value zeros.
           01  ws-debit-total          pic 9(11)v99 value zeros.
           01  ws-credit-total         pic 9(11)v99 value zeros.
           01  ws-unmapped-count       pic 9(6) value zeros.
           01  ws-rcpt-count           pic 9(6) value zeros.
           01  ws-amount-disp          pic z(8)9.99.
           01  ws-total-disp1          pic z(10)9.99.
           01  ws-total-disp2          pic z(10)9.99.

      *----Structured exception data, same convention as COLL0's
      *    A900 handler.
           01  ws-error-code           pic 9(4) comp-5.
           01  ws-error-msg            pic x(80).

      *----Event record handed to the central operations logger.
           copy "copybooks\opsevt.cpy".

       procedure division.

       run-gl-posting section.

           accept ws-run-date from date yyyymmdd
           perform g050-read-run-seq
           move ws-run-date to ws-prf-file-date ws-gj-file-date
           move ws-run-seq to ws-prf-file-seq ws-gj-file-seq
           open output proof-report-file
           if ws-prf-status not = "00"
               move 9426 to ws-error-code
               string "PROOF-REPORT-FILE OPEN FAILED, STATUS="
                      ws-prf-status delimited by size
                   into ws-error-msg
               perform a900-raise-exception
           end-if
           move spaces to proof-report-line
           string "GLPOST GENERAL-LEDGER JOURNAL PROOF - RUN DATE "
                  ws-run-date " SEQ " ws-run-seq
               delimited by size into proof-report-line
           write proof-report-line
           move spaces to proof-report-line
           write proof-report-line

           perform g100-load-mapping
           perform g200-summarize-receipts

           open output gl-journal-file
           if ws-gj-status not = "00"
               move 9425 to ws-error-code
               string "GL-JOURNAL-FILE OPEN FAILED, STATUS="
                      ws-gj-status delimited by size
                   into ws-error-msg
               perform a900-raise-exception
           end-if
           move spaces to gj-record
           move "H" to gj-rec-type
           move ws-run-date to gj-hdr-run-date
           move ws-run-seq to gj-hdr-run-seq
           move "PRODCOLL" to gj-hdr-source
           write gj-record
           move spaces to proof-report-line
           string "ACCOUNT     D/C      AMOUNT  GRP  ITEM   KIND"
               delimited by size into proof-report-line
           write proof-report-line
           perform g300-post-summary
           move spaces to gj-record
           move "T" to gj-rec-type
           move ws-line-count to gj-trl-line-count
           move ws-debit-total to gj-trl-debit-total
           move ws-credit-total to gj-trl-credit-total
           write gj-record
           close gl-journal-file

           perform g400-print-totals

      *----A journal that does not balance, or leaves a figure
      *    unposted, is withdrawn before finance can pick it up.
           if ws-debit-total not = ws-credit-total
              or ws-unmapped-count > zeros
               perform g900-withhold-journal
           end-if
           close proof-report-file

           move "GLPOST  " to ops-evt-program
           move "I" to ops-evt-severity
           move zeros to ops-evt-code
           move spaces to ops-evt-text
           move ws-debit-total to ws-total-disp1
           string "GL JOURNAL RELEASED: RECEIPTS " ws-rcpt-count
                  " LINES " ws-line-count
                  " DEBITS=CREDITS " ws-total-disp1
               delimited by size into ops-evt-text
           call "OPSLOG0" using ops-event
           move 0 to return-code
           goback.

      *----G050. Tonight's run sequence, from RUNSEQ; zero when no
      *    run has stamped today.
       g050-read-run-seq.
           open input run-seq-file
           if ws-seq-status = "00"
               read run-seq-file
                   at end
                       continue
                   not at end
                       if seq-date = ws-run-date
                           move seq-last to ws-run-seq
                       end-if
               end-read
               close run-seq-file
           end-if.

      *----G100. The account mapping into memory. Without it
      *    nothing can be posted, so a missing file is an error.
       g100-load-mapping.
           open input gl-map-file
           if not ws-gm-ok
               move 9421 to ws-error-code
               string "GL-MAP-FILE OPEN FAILED, STATUS="
                      ws-gm-status delimited by size
                   into ws-error-msg
               perform a900-raise-exception
           end-if
           perform until ws-gm-eof
               read gl-map-file
                   at end
                       continue
                   not at end
                       if ws-map-count >= ws-map-max
                           move 9422 to ws-error-code
                           move "ACCOUNT MAPPING TABLE FULL"
                               to ws-error-msg
                           perform a900-raise-exception
                       end-if
                       add 1 to ws-map-count
                       move gm-grp-cod
                           to ws-m-grp-cod(ws-map-count)
                       move gm-item-code
                           to ws-m-item-code(ws-map-count)
                       move gm-kind
                           to ws-m-kind(ws-map-count)
                       move gm-debit-acct
                           to ws-m-debit(ws-map-count)
                       move gm-credit-acct
                           to ws-m-credit(ws-map-count)
               end-read
           end-perform
           close gl-map-file.

      *----G200. One pass over RCVHIST for tonight's receipts,
      *    summed by group and item -- each delivery once, from the
      *    first group to book its lot.
       g200-summarize-receipts.
           open input recv-history-file
           if not ws-rcv-ok
               move 9423 to ws-error-code
               string "RECV-HISTORY-FILE OPEN FAILED, STATUS="
                      ws-rcv-status delimited by size
                   into ws-error-msg
               perform a900-raise-exception
           end-if
           perform until ws-rcv-eof
               read recv-history-file
                   at end
                       continue
                   not at end
                       if rcv-run-date = ws-run-date
                          and rcv-run-seq = ws-run-seq
                           perform g205-find-lot-group
                           if ws-lt-grp-cod(ws-lt-idx) = rcv-grp-cod
                               add 1 to ws-rcpt-count
                               perform g210-add-to-summary
                           end-if
                       end-if
               end-read
           end-perform
           close recv-history-file.

      *----G205. The group whose copy of the receipt's lot is the
      *    one posted: the first group seen to book it, noted on
      *    the lot's first receipt.
       g205-find-lot-group.
           move zero to ws-lt-idx
           perform varying ws-lt-k from 1 by 1
                           until ws-lt-k > ws-lt-count
                              or ws-lt-idx not = zero
               if ws-lt-source(ws-lt-k) = rcv-source
                  and ws-lt-lot-id(ws-lt-k) = rcv-lot-id
                   move ws-lt-k to ws-lt-idx
               end-if
           end-perform
           if ws-lt-idx = zero
               if ws-lt-count >= ws-lt-max
                   move 9428 to ws-error-code
                   move "RECEIPT LOT TABLE FULL" to ws-error-msg
                   perform a900-raise-exception
               end-if
               add 1 to ws-lt-count
               move ws-lt-count to ws-lt-idx
               move rcv-source  to ws-lt-source(ws-lt-idx)
               move rcv-lot-id  to ws-lt-lot-id(ws-lt-idx)
               move rcv-grp-cod to ws-lt-grp-cod(ws-lt-idx)
           end-if.

      *----G210. One receipt onto its group and item entry, added on
      *    the first receipt of the pair.
       g210-add-to-summary.
           move zero to ws-sum-idx
           perform varying ws-sum-k from 1 by 1
                           until ws-sum-k > ws-sum-count
                              or ws-sum-idx not = zero
               if ws-s-grp-cod(ws-sum-k) = rcv-grp-cod
                  and ws-s-item-code(ws-sum-k) = rcv-item-code
                   move ws-sum-k to ws-sum-idx
               end-if
           end-perform
           if ws-sum-idx = zero
               if ws-sum-count >= ws-sum-max
                   move 9424 to ws-error-code
                   move "RECEIPT SUMMARY TABLE FULL" to ws-error-msg
                   perform a900-raise-exception
               end-if
               add 1 to ws-sum-count
               move ws-sum-count to ws-sum-idx
               move rcv-grp-cod   to ws-s-grp-cod(ws-sum-idx)
               move rcv-item-code to ws-s-item-code(ws-sum-idx)
               move zeros to ws-s-value(ws-sum-idx)
                             ws-s-var-value(ws-sum-idx)
           end-if
           add rcv-value     to ws-s-value(ws-sum-idx)
           add rcv-var-value to ws-s-var-value(ws-sum-idx).

      *----G300. Every summary entry's received value and variance
      *    cost onto the journal; zero figures post nothing.
       g300-post-summary.
           perform varying ws-sum-idx from 1 by 1
                           until ws-sum-idx > ws-sum-count
               if ws-s-value(ws-sum-idx) not = zero
                   move "V" to ws-post-kind
                   move ws-s-value(ws-sum-idx) to ws-post-amount
                   perform g310-post-one-figure
               end-if
               if ws-s-var-value(ws-sum-idx) not = zero
                   move "C" to ws-post-kind
                   move ws-s-var-value(ws-sum-idx) to ws-post-amount
                   perform g310-post-one-figure
               end-if
           end-perform.

      *----G310. One figure: find its accounts, then a debit and a
      *    credit line. A negative figure swaps the accounts. A
      *    figure no mapping covers is listed on the proof.
       g310-post-one-figure.
           perform g320-find-mapping
           if ws-map-idx = zero
               add 1 to ws-unmapped-count
               move ws-post-amount to ws-amount-disp
               move spaces to proof-report-line
               string "*** NO ACCOUNT MAPPING: GROUP "
                      ws-s-grp-cod(ws-sum-idx)
                      " ITEM " ws-s-item-code(ws-sum-idx)
                      " KIND " ws-post-kind
                      " AMOUNT " ws-amount-disp
                   delimited by size into proof-report-line
               write proof-report-line
           else
               if ws-post-amount < zero
                   move ws-m-credit(ws-map-idx) to ws-post-debit
                   move ws-m-debit(ws-map-idx)  to ws-post-credit
                   compute ws-post-amount = zero - ws-post-amount
               else
                   move ws-m-debit(ws-map-idx)  to ws-post-debit
                   move ws-m-credit(ws-map-idx) to ws-post-credit
               end-if
               move spaces to gj-record
               move "D" to gj-rec-type
               move ws-post-debit to gj-account
               move "D" to gj-dr-cr
               perform g330-write-line
               add ws-post-amount to ws-debit-total
               move spaces to gj-record
               move "D" to gj-rec-type
               move ws-post-credit to gj-account
               move "C" to gj-dr-cr
               perform g330-write-line
               add ws-post-amount to ws-credit-total
           end-if.

      *----G320. The most specific mapping for the staged figure:
      *    group and item, then group, then item, then catch-all.
       g320-find-mapping.
           move zero to ws-map-idx
           perform varying ws-map-k from 1 by 1
                           until ws-map-k > ws-map-count
               if ws-m-kind(ws-map-k) = ws-post-kind
                   evaluate true
                       when ws-m-grp-cod(ws-map-k) =
                                ws-s-grp-cod(ws-sum-idx)
                        and ws-m-item-code(ws-map-k) =
                                ws-s-item-code(ws-sum-idx)
                           move ws-map-k to ws-map-idx
                       when ws-m-grp-cod(ws-map-k) =
                                ws-s-grp-cod(ws-sum-idx)
                        and ws-m-item-code(ws-map-k) = zeros
                           perform g325-prefer-mapping
                       when ws-m-grp-cod(ws-map-k) = zeros
                        and ws-m-item-code(ws-map-k) =
                                ws-s-item-code(ws-sum-idx)
                           perform g325-prefer-mapping
                       when ws-m-grp-cod(ws-map-k) = zeros
                        and ws-m-item-code(ws-map-k) = zeros
                           perform g325-prefer-mapping
                       when other
                           continue
                   end-evaluate
               end-if
           end-perform.

      *----G325. Take the candidate mapping unless the one already
      *    found is more specific: an exact group and item match
      *    always stands, and a group mapping beats an item or
      *    catch-all one, an item mapping a catch-all.
       g325-prefer-mapping.
           if ws-map-idx = zero
               move ws-map-k to ws-map-idx
           else
               if ws-m-grp-cod(ws-map-idx) = zeros
                   if ws-m-grp-cod(ws-map-k) not = zeros
                      or ws-m-item-code(ws-map-idx) = zeros
                       move ws-map-k to ws-map-idx
                   end-if
               end-if
           end-if.

      *----G330. One journal line for the staged figure, also
      *    printed on the proof.
       g330-write-line.
           move ws-post-amount            to gj-amount
           move ws-s-grp-cod(ws-sum-idx)   to gj-grp-cod
           move ws-s-item-code(ws-sum-idx) to gj-item-code
           move ws-post-kind              to gj-kind
           write gj-record
           add 1 to ws-line-count
           move ws-post-amount to ws-amount-disp
           move spaces to proof-report-line
           string gj-account "  " gj-dr-cr "  " ws-amount-disp
                  "  " gj-grp-cod "  " gj-item-code "  " gj-kind
               delimited by size into proof-report-line
           write proof-report-line.

      *----G400. Proof trailer: the control totals as written on
      *    the journal trailer.
       g400-print-totals.
           move spaces to proof-report-line
           write proof-report-line
           move ws-debit-total to ws-total-disp1
           move ws-credit-total to ws-total-disp2
           move spaces to proof-report-line
           string "RECEIPTS: " ws-rcpt-count
                  " JOURNAL LINES: " ws-line-count
                  " DEBITS: " ws-total-disp1
                  " CREDITS: " ws-total-disp2
               delimited by size into proof-report-line
           write proof-report-line
           if ws-unmapped-count > zeros
               move spaces to proof-report-line
               string "FIGURES WITH NO ACCOUNT MAPPING: "
                      ws-unmapped-count
                   delimited by size into proof-report-line
               write proof-report-line
           end-if.

      *----G900. Withdraw the journal: deleted so the finance
      *    import cannot take it, the proof says why, and the step
      *    ends with condition code 8 for BATCH0 to fail the run on.
       g900-withhold-journal.
           call "CBL_DELETE_FILE" using ws-gj-file-name
           move spaces to proof-report-line
           string "*** JOURNAL " ws-gj-file-name
                  " WITHHELD - NOT BALANCED OR NOT FULLY MAPPED"
               delimited by size into proof-report-line
           write proof-report-line
           close proof-report-file
           display "*** GLPOST JOURNAL " ws-gj-file-name " WITHHELD"
           move "GLPOST  " to ops-evt-program
           move "E" to ops-evt-severity
           move 9427 to ops-evt-code
           move spaces to ops-evt-text
           string "GL JOURNAL WITHHELD: UNMAPPED " ws-unmapped-count
                  " DEBITS " ws-total-disp1 " CREDITS " ws-total-disp2
               delimited by size into ops-evt-text
           call "OPSLOG0" using ops-event
           move 8 to return-code
           goback.

      *----A900. Structured error handling, same convention as
      *    COLL0: diagnostic code plus message, non-zero condition
      *    code back to the caller.
       a900-raise-exception.
           display "*** GLPOST EXCEPTION " ws-error-code ": "
                   ws-error-msg
           move "GLPOST  " to ops-evt-program
           move "S" to ops-evt-severity
           move ws-error-code to ops-evt-code
           move ws-error-msg to ops-evt-text
           call "OPSLOG0" using ops-event
           move ws-error-code to return-code
           goback.
