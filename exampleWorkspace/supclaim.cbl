      $set mfoo

      *-------------------------------------------------------------
      * Supplier claims for short-weight and rejected lots. After
      * the night's group cycle, every sub-lot A020 found outside
      * tolerance on the light side (RCV-VAR-FLAG on RCVHIST, with
      * the catalog value of the missing weight) and every lot the
      * edit pass rejected (LOTDISP status R, with the catalog value
      * of its sub-lots) becomes one claim per supplier per lot,
      * issued onto the cumulative CLMMAST claims file, and so does
      * every lot QC has condemned on QCMAST, at the catalog value
      * of the delivery it inspected -- replacing a short-weight
      * claim already open on it. A claim
      * notice per supplier, under the SUPMAST name, lists the lots
      * and amounts. The supplier's answers come back on the
      * CLMRESP file -- credited, disputed, or written off by us --
      * and are appended to CLMMAST as the claim's next status
      * event, the way REJMAST tracks a reject. The open-claims
      * report lists everything still issued or disputed, with its
      * age, so short-weight money is no longer left on the table.
      *-------------------------------------------------------------
       identification division.
       program-id. SUPCLAIM.
       environment division.

       input-output section.
       file-control.
      *----The cumulative claims file: one status event per line.
           select claim-master-file assign to "CLMMAST"
               organization is line sequential
               file status is ws-cm-status.

      *----The suppliers' responses; consumed once applied.
           select claim-response-file assign to "CLMRESP"
               organization is line sequential
               file status is ws-cr-status.

      *----The cumulative receiving history and lot dispositions
      *    written by COLL0.
           select recv-history-file assign to "RCVHIST"
               organization is line sequential
               file status is ws-rcv-status.

           select lot-disp-file assign to "LOTDISP"
               organization is line sequential
               file status is ws-ld-status.

      *----The quality file, for condemned lots.
           select qc-master-file assign to "QCMAST"
               organization is indexed
               access mode is dynamic
               record key is qc-lot-id
               file status is ws-qc-status.

      *----Supplier reference file, for the name on the notice.
           select supplier-master-file assign to "SUPMAST"
               organization is line sequential
               file status is ws-sup-status.

      *----The night's run date and sequence, from BATCH0.
           select run-seq-file assign to "RUNSEQ"
               organization is line sequential
               file status is ws-seq-status.

      *----The dated claim notices and open-claims report.
           select claim-notice-file assign to ws-note-file-name
               organization is line sequential
               file status is ws-note-status.

           select open-claims-file assign to ws-open-file-name
               organization is line sequential
               file status is ws-open-status.

       data division.
       file section.
       fd  claim-master-file
           label records are standard.
           copy "copybooks\clmmast.cpy".

       fd  claim-response-file
           label records are standard.
           copy "copybooks\clmresp.cpy".

       fd  recv-history-file
           label records are standard.
           copy "copybooks\rcvhist.cpy".

       fd  lot-disp-file
           label records are standard.
           copy "copybooks\lotdisp.cpy".

       fd  qc-master-file
           label records are standard.
           copy "copybooks\qcmast.cpy".

       fd  supplier-master-file
           label records are standard.
           copy "copybooks\supmast.cpy".

       fd  run-seq-file
           label records are standard.
           copy "copybooks\runseq.cpy".

       fd  claim-notice-file
           label records are standard.
       01  claim-notice-line           pic x(132).

       fd  open-claims-file
           label records are standard.
       01  open-claims-line            pic x(132).

       working-storage section.
      *----File statuses.
           01  ws-cm-status            pic x(2).
               88  ws-cm-ok            value "00".
               88  ws-cm-eof           value "10".
           01  ws-cr-status            pic x(2).
               88  ws-cr-ok            value "00".
               88  ws-cr-eof           value "10".
           01  ws-rcv-status           pic x(2).
               88  ws-rcv-ok           value "00".
               88  ws-rcv-eof          value "10".
           01  ws-ld-status            pic x(2).
               88  ws-ld-ok            value "00".
               88  ws-ld-eof           value "10".
           01  ws-sup-status           pic x(2).
               88  ws-sup-ok           value "00".
               88  ws-sup-eof          value "10".
           01  ws-qc-status            pic x(2).
               88  ws-qc-ok            value "00".
               88  ws-qc-eof           value "10".
           01  ws-seq-status           pic x(2).
           01  ws-note-status          pic x(2).
           01  ws-open-status          pic x(2).

      *----Run date and sequence, and the dated report names.
           01  ws-run-date             pic 9(8).
           01  ws-run-seq              pic 9(2) value zeros.
           01  ws-note-file-name.
               05  filler              pic x(7) value "CLMNOTE".
               05  ws-note-file-date   pic 9(8).
               05  filler              pic x(4) value ".TXT".
           01  ws-open-file-name.
               05  filler              pic x(7) value "CLMOPEN".
               05  ws-open-file-date   pic 9(8).
               05  filler              pic x(4) value ".TXT".

      *----The response file is consumed once applied, so the same
      *    credit note is not booked twice.
           01  ws-cr-name              pic x(7) value "CLMRESP".

      *----Netted claims: one entry per claim key, the latest status
      *    standing, with the amount claimed and credited and the
      *    date it was issued. Claims raised this run are marked
      *    new for the notices; the group is the one whose records
      *    priced it, since every group's COLL0 books the same lot.
           01  ws-clm-count            pic 9(4) comp-5 value zero.
           01  ws-clm-max              pic 9(4) comp-5 value 3000.
           01  ws-clm-idx              pic 9(4) comp-5.
           01  ws-clm-k                pic 9(4) comp-5.
           01  ws-clm-tab.
               05  ws-clm-entry        occurs 3000 times.
                   10  ws-c-supplier   pic x(08).
                   10  ws-c-lot-id     pic 9(05).
                   10  ws-c-run-date   pic 9(08).
                   10  ws-c-run-seq    pic 9(02).
                   10  ws-c-kind       pic x(01).
                   10  ws-c-status     pic x(01).
                   10  ws-c-amount     pic 9(09)V99.
                   10  ws-c-credited   pic 9(09)V99.
                   10  ws-c-issue-date pic 9(08).
                   10  ws-c-new        pic x(01).
                   10  ws-c-grp-cod    pic 9(03).

      *----Purge pointers for C130: closed claims are squeezed out
      *    of the table when it fills, as REJAGING does.
           01  ws-clm-keep             pic 9(4) comp-5.
           01  ws-clm-scan             pic 9(4) comp-5.

      *----The claim key being looked up.
           01  ws-key-supplier         pic x(08).
           01  ws-key-lot-id           pic 9(05).
           01  ws-key-run-date         pic 9(08).
           01  ws-key-run-seq          pic 9(02).

      *----Condemned lots off QCMAST, each with the delivery QC
      *    inspected: the first LOTDISP receipt of the lot from the
      *    supplier on or after the inspection date, and its value.
           01  ws-cd-count             pic 9(4) comp-5 value zero.
           01  ws-cd-max               pic 9(4) comp-5 value 1000.
           01  ws-cd-idx               pic 9(4) comp-5.
           01  ws-cd-tab.
               05  ws-cd-entry         occurs 1000 times.
                   10  ws-cd-lot-id    pic 9(05).
                   10  ws-cd-supplier  pic x(08).
                   10  ws-cd-inspect-date pic 9(08).
                   10  ws-cd-rcv-key.
                       15  ws-cd-rcv-date pic 9(08).
                       15  ws-cd-rcv-seq  pic 9(02).
                   10  ws-cd-value     pic 9(09)V99.
           01  ws-ld-key.
               05  ws-ld-key-date      pic 9(08).
               05  ws-ld-key-seq       pic 9(02).

      *----Supplier names, for the notices.
           01  ws-sup-count            pic 9(4) comp-5 value zero.
           01  ws-sup-max              pic 9(4) comp-5 value 500.
           01  ws-sup-idx              pic 9(4) comp-5.
           01  ws-sup-tab.
               05  ws-sup-entry        occurs 500 times.
                   10  ws-s-code       pic x(08).
                   10  ws-s-name       pic x(30).
           01  ws-sup-name             pic x(30).

      *----Distinct suppliers among the claims issued this run, so
      *    each gets one notice.
           01  ws-nsup-count           pic 9(4) comp-5 value zero.
           01  ws-nsup-max             pic 9(4) comp-5 value 500.
           01  ws-nsup-idx             pic 9(4) comp-5.
           01  ws-nsup-k               pic 9(4) comp-5.
           01  ws-nsup-tab.
               05  ws-nsup-code        occurs 500 times
                                       pic x(08).
           01  ws-nsup-known           pic x.
               88  ws-nsup-on-list     value "Y".

      *----Report wording and arithmetic.
           01  ws-kind-text            pic x(13).
           01  ws-status-text          pic x(09).
           01  ws-short-value          pic 9(09)V99.
           01  ws-today-int            pic 9(8) comp-5.
           01  ws-age-days             pic s9(5) comp-5.
           01  ws-age-disp             pic z(4)9.
           01  ws-amount-disp          pic z(8)9.99.
           01  ws-total-disp           pic z(10)9.99.
           01  ws-resp-verdict         pic x(20).

      *----Tallies and amounts.
           01  ws-issued-count         pic 9(5) value zeros.
           01  ws-issued-amount        pic 9(11)V99 value zeros.
           01  ws-sup-amount           pic 9(11)V99.
           01  ws-resp-count           pic 9(5) value zeros.
           01  ws-resp-reject-count    pic 9(5) value zeros.
           01  ws-open-count           pic 9(5) value zeros.
           01  ws-open-amount          pic 9(11)V99 value zeros.

      *----Structured exception data, same convention as COLL0's
      *    A900 handler.
           01  ws-error-code           pic 9(4) comp-5.
           01  ws-error-msg            pic x(80).

      *----Event record handed to the central operations logger.
           copy "copybooks\opsevt.cpy".

       procedure division.

       run-supplier-claims section.

           accept ws-run-date from date yyyymmdd
           compute ws-today-int =
               function integer-of-date(ws-run-date)
           perform c050-read-run-seq
           move ws-run-date to ws-note-file-date
                               ws-open-file-date
           open output open-claims-file
           if ws-open-status not = "00"
               move 9921 to ws-error-code
               string "OPEN-CLAIMS-FILE OPEN FAILED, STATUS="
                      ws-open-status delimited by size
                   into ws-error-msg
               perform a900-raise-exception
           end-if
           move spaces to open-claims-line
           string "SUPCLAIM OPEN SUPPLIER CLAIMS - RUN DATE "
                  ws-run-date " SEQ " ws-run-seq
               delimited by size into open-claims-line
           write open-claims-line
           move spaces to open-claims-line
           write open-claims-line

           perform c100-net-claims

      *----The cumulative claims file grows across runs; a
      *    first-ever run creates it.
           open extend claim-master-file
           if ws-cm-status = "35"
               open output claim-master-file
           end-if
           if not ws-cm-ok
               move 9922 to ws-error-code
               string "CLAIM-MASTER-FILE EXTEND FAILED, STATUS="
                      ws-cm-status delimited by size
                   into ws-error-msg
               perform a900-raise-exception
           end-if
           perform c150-load-condemned-lots
           perform c200-raise-rejected-lots
           perform c220-raise-short-weights
           perform c250-raise-condemned-lots
           perform c240-issue-new-claims
           perform c300-apply-responses
           close claim-master-file

           perform c400-print-notices
           perform c500-print-open-claims
           close open-claims-file

           move "SUPCLAIM" to ops-evt-program
           if ws-resp-reject-count > zeros
               move "W" to ops-evt-severity
           else
               move "I" to ops-evt-severity
           end-if
           move zeros to ops-evt-code
           move spaces to ops-evt-text
           string "CLAIMS ISSUED " ws-issued-count
                  " RESPONSES " ws-resp-count
                  " REJECTED " ws-resp-reject-count
                  " OPEN " ws-open-count
               delimited by size into ops-evt-text
           call "OPSLOG0" using ops-event
           move 0 to return-code
           goback.

      *----C050. The night's run sequence from BATCH0's RUNSEQ
      *    file; a standalone run on a day BATCH0 has not run
      *    stamps sequence zero and finds nothing new to claim.
       c050-read-run-seq.
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

      *----C100. One pass over CLMMAST: each event lands on its
      *    claim's entry, the latest status standing. No file yet
      *    just means no claims yet.
       c100-net-claims.
           open input claim-master-file
           if ws-cm-status not = "35"
               if not ws-cm-ok
                   move 9923 to ws-error-code
                   string "CLAIM-MASTER-FILE OPEN FAILED, STATUS="
                          ws-cm-status delimited by size
                       into ws-error-msg
                   perform a900-raise-exception
               end-if
               perform until ws-cm-eof
                   read claim-master-file
                       at end
                           continue
                       not at end
                           perform c110-apply-event
                   end-read
               end-perform
               close claim-master-file
           end-if.

      *----C110. One status event onto its claim.
       c110-apply-event.
           move cm-supplier to ws-key-supplier
           move cm-lot-id   to ws-key-lot-id
           move cm-run-date to ws-key-run-date
           move cm-run-seq  to ws-key-run-seq
           perform c120-find-claim
           if ws-clm-idx = zero
               perform c125-add-claim
               move cm-kind to ws-c-kind(ws-clm-idx)
           end-if
           move cm-status to ws-c-status(ws-clm-idx)
           evaluate true
               when cm-issued
                   move cm-kind to ws-c-kind(ws-clm-idx)
                   move cm-amount to ws-c-amount(ws-clm-idx)
                   move cm-stamp-date
                       to ws-c-issue-date(ws-clm-idx)
               when cm-credited
                   move cm-amount to ws-c-credited(ws-clm-idx)
               when other
                   continue
           end-evaluate.

      *----C120. The claim entry for the staged key, or zero.
       c120-find-claim.
           move zero to ws-clm-idx
           perform varying ws-clm-k from 1 by 1
                           until ws-clm-k > ws-clm-count
                              or ws-clm-idx not = zero
               if ws-c-supplier(ws-clm-k) = ws-key-supplier
                  and ws-c-lot-id(ws-clm-k) = ws-key-lot-id
                  and ws-c-run-date(ws-clm-k) = ws-key-run-date
                  and ws-c-run-seq(ws-clm-k) = ws-key-run-seq
                   move ws-clm-k to ws-clm-idx
               end-if
           end-perform.

      *----C125. A fresh entry for the staged key; a full table
      *    first sheds the closed claims before the hard error.
       c125-add-claim.
           if ws-clm-count >= ws-clm-max
               perform c130-purge-closed
           end-if
           if ws-clm-count >= ws-clm-max
               move 9924 to ws-error-code
               move "CLAIM TABLE FULL" to ws-error-msg
               perform a900-raise-exception
           end-if
           add 1 to ws-clm-count
           move ws-clm-count to ws-clm-idx
           move ws-key-supplier to ws-c-supplier(ws-clm-idx)
           move ws-key-lot-id   to ws-c-lot-id(ws-clm-idx)
           move ws-key-run-date to ws-c-run-date(ws-clm-idx)
           move ws-key-run-seq  to ws-c-run-seq(ws-clm-idx)
           move spaces to ws-c-kind(ws-clm-idx)
                          ws-c-status(ws-clm-idx)
           move zeros  to ws-c-amount(ws-clm-idx)
                          ws-c-credited(ws-clm-idx)
                          ws-c-issue-date(ws-clm-idx)
                          ws-c-grp-cod(ws-clm-idx)
           move "N" to ws-c-new(ws-clm-idx).

      *----C130. Squeeze the table: credited and written-off
      *    claims are never reported again and need no slot.
       c130-purge-closed.
           move zero to ws-clm-keep
           perform varying ws-clm-scan from 1 by 1
                           until ws-clm-scan > ws-clm-count
               if ws-c-status(ws-clm-scan) = "C"
                  or ws-c-status(ws-clm-scan) = "W"
                   continue
               else
                   add 1 to ws-clm-keep
                   if ws-clm-keep not = ws-clm-scan
                       move ws-clm-entry(ws-clm-scan)
                           to ws-clm-entry(ws-clm-keep)
                   end-if
               end-if
           end-perform
           move ws-clm-keep to ws-clm-count.

      *----C150. The lots QC has condemned. No quality file just
      *    means no lot has been inspected.
       c150-load-condemned-lots.
           open input qc-master-file
           if ws-qc-ok
               move zeros to qc-lot-id
               start qc-master-file key is not less than qc-lot-id
                   invalid key
                       move "10" to ws-qc-status
               end-start
               perform until ws-qc-eof
                   read qc-master-file next record
                       at end
                           continue
                       not at end
                           if qc-condemned
                               perform c160-note-condemned-lot
                           end-if
                   end-read
               end-perform
               close qc-master-file
           end-if.

      *----C160. One condemned lot, its delivery still to be found.
       c160-note-condemned-lot.
           if ws-cd-count >= ws-cd-max
               move 9926 to ws-error-code
               move "CONDEMNED LOT TABLE FULL" to ws-error-msg
               perform a900-raise-exception
           end-if
           add 1 to ws-cd-count
           move qc-lot-id       to ws-cd-lot-id(ws-cd-count)
           move qc-supplier     to ws-cd-supplier(ws-cd-count)
           move qc-inspect-date to ws-cd-inspect-date(ws-cd-count)
           move zeros to ws-cd-rcv-key(ws-cd-count)
                         ws-cd-value(ws-cd-count).

      *----C200. Tonight's rejected lots off LOTDISP, priced at the
      *    catalog value of their sub-lots. A RESUBIN replay has no
      *    supplier to claim against, and a lot already claimed for
      *    this run (an earlier attempt tonight) is not raised again.
       c200-raise-rejected-lots.
           open input lot-disp-file
           if ws-ld-ok
               perform until ws-ld-eof
                   read lot-disp-file
                       at end
                           continue
                       not at end
                           if ld-run-date = ws-run-date
                              and ld-run-seq = ws-run-seq
                              and ld-rejected
                              and ld-source not = spaces
                               perform c210-raise-one-rejected-lot
                           end-if
                           if ws-cd-count > zero
                               perform c215-note-condemned-receipt
                           end-if
                   end-read
               end-perform
               close lot-disp-file
           end-if.

      *----C210. One rejected lot. Every group books the same lot,
      *    so only the first group's record prices it.
       c210-raise-one-rejected-lot.
           move ld-source   to ws-key-supplier
           move ld-lot-id   to ws-key-lot-id
           move ld-run-date to ws-key-run-date
           move ld-run-seq  to ws-key-run-seq
           perform c120-find-claim
           if ws-clm-idx = zero
               perform c125-add-claim
               move "R" to ws-c-kind(ws-clm-idx)
               move "Y" to ws-c-new(ws-clm-idx)
               move ld-grp-cod to ws-c-grp-cod(ws-clm-idx)
               if ld-lot-value numeric
                   move ld-lot-value to ws-c-amount(ws-clm-idx)
               end-if
           end-if.

      *----C215. A disposition that may be a condemned lot's
      *    delivery: the earliest receipt from the supplier on or
      *    after the inspection stands, at its first group's value.
       c215-note-condemned-receipt.
           move ld-run-date to ws-ld-key-date
           move ld-run-seq  to ws-ld-key-seq
           perform varying ws-cd-idx from 1 by 1
                           until ws-cd-idx > ws-cd-count
               if ws-cd-lot-id(ws-cd-idx) = ld-lot-id
                  and ws-cd-supplier(ws-cd-idx) = ld-source
                  and ld-run-date >= ws-cd-inspect-date(ws-cd-idx)
                  and (ws-cd-rcv-key(ws-cd-idx) = zeros
                       or ws-ld-key < ws-cd-rcv-key(ws-cd-idx))
                   move ws-ld-key to ws-cd-rcv-key(ws-cd-idx)
                   move zeros to ws-cd-value(ws-cd-idx)
                   if ld-lot-value numeric
                       move ld-lot-value to ws-cd-value(ws-cd-idx)
                   end-if
               end-if
           end-perform.

      *----C220. Tonight's short-weight sub-lots off RCVHIST: those
      *    A020 flagged outside tolerance with a negative variance
      *    value. An overage is not claimed.
       c220-raise-short-weights.
           open input recv-history-file
           if ws-rcv-ok
               perform until ws-rcv-eof
                   read recv-history-file
                       at end
                           continue
                       not at end
                           if rcv-run-date = ws-run-date
                              and rcv-run-seq = ws-run-seq
                              and rcv-out-of-tolerance
                              and rcv-source not = spaces
                              and rcv-var-value numeric
                              and rcv-var-value < zero
                               perform c230-raise-one-short-weight
                           end-if
                   end-read
               end-perform
               close recv-history-file
           end-if.

      *----C230. One short sub-lot onto its lot's claim. The claim's
      *    group is the first one to book the lot; the other groups'
      *    copies of the same sub-lots add nothing.
       c230-raise-one-short-weight.
           move rcv-source   to ws-key-supplier
           move rcv-lot-id   to ws-key-lot-id
           move rcv-run-date to ws-key-run-date
           move rcv-run-seq  to ws-key-run-seq
           perform c120-find-claim
           if ws-clm-idx = zero
               perform c125-add-claim
               move "S" to ws-c-kind(ws-clm-idx)
               move "Y" to ws-c-new(ws-clm-idx)
               move rcv-grp-cod to ws-c-grp-cod(ws-clm-idx)
           end-if
           if ws-c-new(ws-clm-idx) = "Y"
              and ws-c-kind(ws-clm-idx) = "S"
              and ws-c-grp-cod(ws-clm-idx) = rcv-grp-cod
               compute ws-short-value = zero - rcv-var-value
               add ws-short-value to ws-c-amount(ws-clm-idx)
           end-if.

      *----C250. Condemned lots become claims for the delivery's
      *    full value. A short-weight claim still open on it (or
      *    raised tonight) is reissued as the condemned claim; a lot
      *    already claimed as condemned or rejected, or whose claim
      *    is settled, is left alone. A condemned lot with no
      *    delivery on file from that supplier has nothing to claim.
       c250-raise-condemned-lots.
           perform varying ws-cd-idx from 1 by 1
                           until ws-cd-idx > ws-cd-count
               if ws-cd-rcv-key(ws-cd-idx) not = zeros
                   move ws-cd-supplier(ws-cd-idx) to ws-key-supplier
                   move ws-cd-lot-id(ws-cd-idx)   to ws-key-lot-id
                   move ws-cd-rcv-date(ws-cd-idx) to ws-key-run-date
                   move ws-cd-rcv-seq(ws-cd-idx)  to ws-key-run-seq
                   perform c120-find-claim
                   if ws-clm-idx = zero
                       perform c125-add-claim
                       perform c260-make-condemned-claim
                   else
                       if ws-c-kind(ws-clm-idx) = "S"
                          and (ws-c-new(ws-clm-idx) = "Y"
                               or ws-c-status(ws-clm-idx) = "I"
                               or ws-c-status(ws-clm-idx) = "D")
                           perform c260-make-condemned-claim
                       end-if
                   end-if
               end-if
           end-perform.

      *----C260. The entry becomes a condemned-lot claim to issue.
       c260-make-condemned-claim.
           move "Q" to ws-c-kind(ws-clm-idx)
           move "Y" to ws-c-new(ws-clm-idx)
           move ws-cd-value(ws-cd-idx) to ws-c-amount(ws-clm-idx).

      *----C240. Issue the claims raised this run: an I event per
      *    claim onto CLMMAST. A lot with no catalog value has
      *    nothing to claim and is dropped.
       c240-issue-new-claims.
           perform varying ws-clm-idx from 1 by 1
                           until ws-clm-idx > ws-clm-count
               if ws-c-new(ws-clm-idx) = "Y"
                   if ws-c-amount(ws-clm-idx) = zeros
                       move "N" to ws-c-new(ws-clm-idx)
                   else
                       move "I" to ws-c-status(ws-clm-idx)
                       move ws-run-date
                           to ws-c-issue-date(ws-clm-idx)
                       add 1 to ws-issued-count
                       add ws-c-amount(ws-clm-idx)
                           to ws-issued-amount
                       move ws-run-date to cm-stamp-date
                       move "I" to cm-status
                       move ws-c-supplier(ws-clm-idx) to cm-supplier
                       move ws-c-lot-id(ws-clm-idx)   to cm-lot-id
                       move ws-c-run-date(ws-clm-idx) to cm-run-date
                       move ws-c-run-seq(ws-clm-idx)  to cm-run-seq
                       move ws-c-kind(ws-clm-idx)     to cm-kind
                       move ws-c-amount(ws-clm-idx)   to cm-amount
                       move spaces to cm-reference
                       write cm-record
                   end-if
               end-if
           end-perform.

      *----C300. The suppliers' responses: each one for an open
      *    claim goes onto CLMMAST as the claim's next event; one
      *    for no claim, or a claim already closed, is listed on the
      *    report to be keyed again. The file is consumed either
      *    way. No CLMRESP file just means no responses today.
       c300-apply-responses.
           open input claim-response-file
           if ws-cr-ok
               move "RESPONSES APPLIED THIS RUN" to open-claims-line
               write open-claims-line
               perform until ws-cr-eof
                   read claim-response-file
                       at end
                           continue
                       not at end
                           add 1 to ws-resp-count
                           perform c310-apply-one-response
                   end-read
               end-perform
               close claim-response-file
               call "CBL_DELETE_FILE" using ws-cr-name
               move 0 to return-code
               move spaces to open-claims-line
               write open-claims-line
           end-if.

      *----C310. One response against its claim.
       c310-apply-one-response.
           move spaces to ws-resp-verdict
           move cr-supplier to ws-key-supplier
           move cr-lot-id   to ws-key-lot-id
           move cr-run-date to ws-key-run-date
           move cr-run-seq  to ws-key-run-seq
           perform c120-find-claim
           evaluate true
               when not (cr-credited or cr-disputed
                         or cr-written-off)
                   move "INVALID RESPONSE" to ws-resp-verdict
               when ws-clm-idx = zero
                   move "NO SUCH CLAIM" to ws-resp-verdict
               when ws-c-status(ws-clm-idx) not = "I"
                and ws-c-status(ws-clm-idx) not = "D"
                   move "CLAIM NOT OPEN" to ws-resp-verdict
               when cr-credited and cr-amount not numeric
                   move "AMOUNT NOT NUMERIC" to ws-resp-verdict
               when other
                   continue
           end-evaluate
           if ws-resp-verdict not = spaces
               add 1 to ws-resp-reject-count
               move spaces to open-claims-line
               string "  REJECTED " cr-supplier " LOT " cr-lot-id
                      " RUN " cr-run-date "/" cr-run-seq
                      " RESPONSE " cr-response " - "
                      ws-resp-verdict
                   delimited by size into open-claims-line
               write open-claims-line
           else
               move ws-run-date to cm-stamp-date
               move cr-response to cm-status
               move cr-supplier to cm-supplier
               move cr-lot-id   to cm-lot-id
               move cr-run-date to cm-run-date
               move cr-run-seq  to cm-run-seq
               move ws-c-kind(ws-clm-idx) to cm-kind
               if cr-credited
                   move cr-amount to cm-amount
                   move cr-amount to ws-c-credited(ws-clm-idx)
               else
                   move zeros to cm-amount
               end-if
               move cr-reference to cm-reference
               write cm-record
               move cr-response to ws-c-status(ws-clm-idx)
               perform c320-status-text
               move cm-amount to ws-amount-disp
               move spaces to open-claims-line
               string "  " cr-supplier " LOT " cr-lot-id
                      " RUN " cr-run-date "/" cr-run-seq
                      " " ws-status-text " " ws-amount-disp
                      " REF " cr-reference
                   delimited by size into open-claims-line
               write open-claims-line
           end-if.

      *----C320. Wording for the entry's status and kind.
       c320-status-text.
           evaluate ws-c-status(ws-clm-idx)
               when "I"
                   move "ISSUED" to ws-status-text
               when "C"
                   move "CREDITED" to ws-status-text
               when "D"
                   move "DISPUTED" to ws-status-text
               when "W"
                   move "WRITE-OFF" to ws-status-text
               when other
                   move spaces to ws-status-text
           end-evaluate
           evaluate ws-c-kind(ws-clm-idx)
               when "R"
                   move "REJECTED LOT" to ws-kind-text
               when "Q"
                   move "QC CONDEMNED" to ws-kind-text
               when other
                   move "SHORT WEIGHT" to ws-kind-text
           end-evaluate.

      *----C400. One claim notice per supplier with claims issued
      *    this run. The notice file is written every run, empty on
      *    a night with nothing to claim.
       c400-print-notices.
           open output claim-notice-file
           if ws-note-status not = "00"
               move 9925 to ws-error-code
               string "CLAIM-NOTICE-FILE OPEN FAILED, STATUS="
                      ws-note-status delimited by size
                   into ws-error-msg
               perform a900-raise-exception
           end-if
           if ws-issued-count = zeros
               move "NO CLAIMS ISSUED THIS RUN" to claim-notice-line
               write claim-notice-line
           else
               perform c410-load-suppliers
               perform varying ws-clm-idx from 1 by 1
                               until ws-clm-idx > ws-clm-count
                   if ws-c-new(ws-clm-idx) = "Y"
                       perform c420-note-supplier
                   end-if
               end-perform
               perform varying ws-nsup-idx from 1 by 1
                               until ws-nsup-idx > ws-nsup-count
                   perform c430-print-one-notice
               end-perform
           end-if
           close claim-notice-file.

      *----C410. The supplier names. No SUPMAST leaves the notices
      *    addressed by code alone.
       c410-load-suppliers.
           open input supplier-master-file
           if ws-sup-ok
               perform until ws-sup-eof
                   read supplier-master-file
                       at end
                           continue
                       not at end
                           if ws-sup-count < ws-sup-max
                               add 1 to ws-sup-count
                               move sup-code
                                   to ws-s-code(ws-sup-count)
                               move sup-name
                                   to ws-s-name(ws-sup-count)
                           end-if
                   end-read
               end-perform
               close supplier-master-file
           end-if.

      *----C420. Remember one supplier with a new claim.
       c420-note-supplier.
           move "N" to ws-nsup-known
           perform varying ws-nsup-k from 1 by 1
                           until ws-nsup-k > ws-nsup-count
                              or ws-nsup-on-list
               if ws-nsup-code(ws-nsup-k) = ws-c-supplier(ws-clm-idx)
                   move "Y" to ws-nsup-known
               end-if
           end-perform
           if not ws-nsup-on-list
              and ws-nsup-count < ws-nsup-max
               add 1 to ws-nsup-count
               move ws-c-supplier(ws-clm-idx)
                   to ws-nsup-code(ws-nsup-count)
           end-if.

      *----C430. The notice to one supplier: every lot claimed this
      *    run and the total, on a page of its own.
       c430-print-one-notice.
           move "UNKNOWN SUPPLIER" to ws-sup-name
           perform varying ws-sup-idx from 1 by 1
                           until ws-sup-idx > ws-sup-count
               if ws-s-code(ws-sup-idx) = ws-nsup-code(ws-nsup-idx)
                   move ws-s-name(ws-sup-idx) to ws-sup-name
               end-if
           end-perform
           move zeros to ws-sup-amount
           if ws-nsup-idx > 1
               move all "-" to claim-notice-line
               write claim-notice-line
           end-if
           move spaces to claim-notice-line
           string "CLAIM NOTICE - " ws-run-date
               delimited by size into claim-notice-line
           write claim-notice-line
           move spaces to claim-notice-line
           string "TO: " ws-nsup-code(ws-nsup-idx) " " ws-sup-name
               delimited by size into claim-notice-line
           write claim-notice-line
           move spaces to claim-notice-line
           write claim-notice-line
           move "WE CLAIM CREDIT FOR THE FOLLOWING DELIVERIES:"
               to claim-notice-line
           write claim-notice-line
           perform varying ws-clm-idx from 1 by 1
                           until ws-clm-idx > ws-clm-count
               if ws-c-new(ws-clm-idx) = "Y"
                  and ws-c-supplier(ws-clm-idx) =
                      ws-nsup-code(ws-nsup-idx)
                   perform c320-status-text
                   add ws-c-amount(ws-clm-idx) to ws-sup-amount
                   move ws-c-amount(ws-clm-idx) to ws-amount-disp
                   move spaces to claim-notice-line
                   string "  LOT " ws-c-lot-id(ws-clm-idx)
                          " RECEIVED " ws-c-run-date(ws-clm-idx)
                          " RUN " ws-c-run-seq(ws-clm-idx)
                          " " ws-kind-text
                          " AMOUNT " ws-amount-disp
                       delimited by size into claim-notice-line
                   write claim-notice-line
               end-if
           end-perform
           move ws-sup-amount to ws-total-disp
           move spaces to claim-notice-line
           string "  TOTAL CLAIMED " ws-total-disp
               delimited by size into claim-notice-line
           write claim-notice-line.

      *----C500. Every claim still issued or disputed, with its age
      *    in days since it was issued.
       c500-print-open-claims.
           move "OPEN CLAIMS" to open-claims-line
           write open-claims-line
           perform varying ws-clm-idx from 1 by 1
                           until ws-clm-idx > ws-clm-count
               if ws-c-status(ws-clm-idx) = "I"
                  or ws-c-status(ws-clm-idx) = "D"
                   perform c510-print-open-line
               end-if
           end-perform
           if ws-open-count = zeros
               move "NO CLAIMS OPEN" to open-claims-line
               write open-claims-line
           end-if
           move spaces to open-claims-line
           write open-claims-line
           move ws-issued-amount to ws-total-disp
           move spaces to open-claims-line
           string "ISSUED THIS RUN: " ws-issued-count
                  " AMOUNT " ws-total-disp
               delimited by size into open-claims-line
           write open-claims-line
           move ws-open-amount to ws-total-disp
           move spaces to open-claims-line
           string "OPEN: " ws-open-count " AMOUNT " ws-total-disp
                  " RESPONSES: " ws-resp-count
                  " REJECTED: " ws-resp-reject-count
               delimited by size into open-claims-line
           write open-claims-line.

      *----C510. One open claim.
       c510-print-open-line.
           add 1 to ws-open-count
           add ws-c-amount(ws-clm-idx) to ws-open-amount
           perform c320-status-text
           compute ws-age-days = ws-today-int
               - function integer-of-date(
                   ws-c-issue-date(ws-clm-idx))
           if ws-age-days < zero
               move zero to ws-age-days
           end-if
           move ws-age-days to ws-age-disp
           move ws-c-amount(ws-clm-idx) to ws-amount-disp
           move spaces to open-claims-line
           string "  " ws-c-supplier(ws-clm-idx)
                  " LOT " ws-c-lot-id(ws-clm-idx)
                  " RUN " ws-c-run-date(ws-clm-idx)
                  "/" ws-c-run-seq(ws-clm-idx)
                  " " ws-kind-text
                  " " ws-status-text
                  " ISSUED " ws-c-issue-date(ws-clm-idx)
                  " AGE " ws-age-disp
                  " AMOUNT " ws-amount-disp
               delimited by size into open-claims-line
           write open-claims-line.

      *----A900. Structured error handling, same convention as
      *    COLL0: diagnostic code plus message, non-zero condition
      *    code back to the caller. This step is called from
      *    BATCH0, so whatever it had open is closed on the way
      *    out.
       a900-raise-exception.
           display "*** SUPCLAIM EXCEPTION " ws-error-code ": "
                   ws-error-msg
           move "SUPCLAIM" to ops-evt-program
           move "S" to ops-evt-severity
           move ws-error-code to ops-evt-code
           move ws-error-msg to ops-evt-text
           call "OPSLOG0" using ops-event
           close claim-master-file
           close claim-response-file
           close recv-history-file
           close lot-disp-file
           close qc-master-file
           close supplier-master-file
           close claim-notice-file
           close open-claims-file
           move ws-error-code to return-code
           goback.
