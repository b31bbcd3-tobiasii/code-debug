               organization is line sequential
               file status is ws-extr-status.

      *----Group/channel item authorizations, maintained by GRPIMNT:
      *    which catalog items the group under process may receive,
      *    read by key for every matched sub-lot.
           select grp-item-file assign to "GRPITEM"
               organization is indexed
               access mode is dynamic
               record key is gi-key
               file status is ws-gi-status.

       data division.
       file section.
       fd  produce-master-file
           label records are standard.
       01  extract-record              pic x(80).

       fd  grp-item-file
           label records are standard.
           copy "copybooks\grpitem.cpy".

       sd  recon-sort-file.
       01  sd-recon-rec.
           05  sd-ord-pos              pic 9(08).
               88  ws-lot-has-unmatch  value "Y".
           01  ws-lot-varflag          pic x.
               88  ws-lot-has-variance value "Y".
           01  ws-lot-unauth           pic x.
               88  ws-lot-has-unauth   value "Y".

      *----Group-item authorization (A037/A038): whether GRPITEM is
      *    on file and restricts this group at all -- a group with
      *    no authorizations may take any catalog item -- and the
      *    sub-lots of items the group may not receive, held for the
      *    exceptions section A039 prints at the end of the pass.
           01  ws-gi-status            pic x(2).
               88  ws-gi-ok            value "00".
           01  ws-gi-open              pic x.
               88  ws-gi-is-open       value "Y".
           01  ws-grp-restrict         pic x.
               88  ws-grp-restricted   value "Y".
           01  ws-item-auth            pic x.
               88  ws-item-authorized  value "Y".
           01  ws-unauth-count         pic 9(4) comp-5 value zero.
           01  ws-unauth-count-disp    pic 9(4).
           01  ws-unauth-over-disp     pic 9(4).
           01  ws-unauth-idx           pic 9(4) comp-5.
           01  ws-unauth-table.
               05  ws-unauth-entry     occurs 500 times.
                   10  ws-ua-lot-id    pic 9(05).
                   10  ws-ua-sub-idx   pic 9(02).
                   10  ws-ua-item-code pic 9(05).
                   10  ws-ua-item-name pic x(20).
      *----The sub-lot A020 just checked was outside tolerance; its
      *    variance value travels onto RCVHIST with the receipt.
           01  ws-sub-varflag          pic x.
               88  ws-sub-has-variance value "Y".
      *----Catalog value of the lot's matched sub-lots, carried onto
      *    LOTDISP so a rejected lot can be priced for a claim.
           01  ws-lot-value            pic 9(09)V99.
           01  ws-variance-net-disp    pic -(8)9.99.
           01  ws-var-count            pic 9(04) comp-5 value zero.
           01  ws-var-count-disp       pic 9(04).
                         ws-tst-trl-hash
                         ws-unmat-count
                         ws-var-count
                         ws-unauth-count
                         ws-variance-net
                         ws-received-value-total
                         ws-resub-count
           move "N" to ws-pm-trl-found
                       ws-tst-trl-found
                       ws-ckpt-exists
                       ws-gi-open
                       ws-grp-restrict
           move "00" to ws-pm-status.

      *----A024. Balance the PRODUCE-MASTER load against its trailer
           close recon-sorted-file
           close extract-file
           close extract-control-file
           close grp-item-file
           move ws-error-code to return-code
           goback.

       a018-edit-tst-trans-rec.
           move "N" to ws-tst-rejected
           move "N" to ws-lot-unmatched ws-lot-varflag
                       ws-lot-unauth
           move zeros to ws-lot-value
           if tst-lot-id = zeros or tst-lot-id > ws-tst-lot-max
               add 1 to ws-tst-reject-count
               move spaces to exceptions-report-line
           move ws-run-date to rm-stamp-date
           move ws-rm-new-status to rm-status
           move rs-grp-cod to rm-grp-cod
           move spaces to rm-operator
           move rs-run-seq to rm-run-seq
           write rm-record.

       a031-write-tst-reject.
      *----A034. One disposition record for the transaction just
      *    edited and matched: the worst fate it earned this run,
      *    stamped with date, run sequence and group. Rejected beats
      *    unmatched beats not-authorized-for-the-group beats
      *    variance-flagged beats accepted.
       a034-write-lot-disposition.
           move tst-lot-id  to ld-lot-id
           move ws-run-date to ld-run-date
           move rs-grp-cod  to ld-grp-cod
           move ws-tst-source to ld-source
           move zeros       to ld-rej-reason
           move ws-lot-value to ld-lot-value
           evaluate true
               when ws-tst-rec-rejected
                   move "R" to ld-status
                   move ws-tst-rej-reason to ld-rej-reason
               when ws-lot-has-unmatch
                   move "U" to ld-status
               when ws-lot-has-unauth
                   move "N" to ld-status
               when ws-lot-has-variance
                   move "V" to ld-status
               when other
           move rs-run-seq                  to rcv-run-seq
           move rs-grp-cod                  to rcv-grp-cod
           move tst-lot-id                  to rcv-lot-id
           move tst-sub-lot-id(ws-tst-idx)  to rcv-sub-lot-id
           move ws-tst-source               to rcv-source
           move tst-sub-qty(ws-tst-idx)     to rcv-sub-qty
           move tst-sub-rec-weight(ws-tst-idx)
               move ws-received-variance    to rcv-variance
               move ws-received-value       to rcv-value
           end-if
           if ws-sub-has-variance
               move "Y"                     to rcv-var-flag
               move ws-variance-value       to rcv-var-value
           else
               move "N"                     to rcv-var-flag
               move zeros                   to rcv-var-value
           end-if
           write rcv-record.

      *----A036. Validate the day's TST-HDR-SOURCE against the
                   end-read
                   if ws-matched
                       perform a020-check-received-weight
      *----------------A group that is restricted on GRPITEM may
      *                only take the items it is authorized for; a
      *                misrouted item is still a receipt -- it is
      *                here -- but the lot is flagged.
                       if ws-grp-restricted
                           perform a038-check-item-authorized
                       end-if
      *----------------An accepted receipt (matched, and the record
      *                passed the A018 edits) goes onto the
      *                cumulative receiving history as well as the
               end-perform
           end-if.

      *----A037. Open the group-item authorizations for the edit
      *    pass and see whether they restrict this group: the group
      *    is restricted once it has a single GRPITEM record. No
      *    GRPITEM file means no group is restricted yet.
       a037-open-group-items.
           open input grp-item-file
           if ws-gi-status not = "35"
               if not ws-gi-ok
                   move 9037 to ws-error-code
                   string "GRP-ITEM-FILE OPEN FAILED, STATUS="
                          ws-gi-status delimited by size
                       into ws-error-msg
                   perform a900-raise-exception
               end-if
               move "Y" to ws-gi-open
               move rs-grp-cod to gi-grp-cod
               move zeros to gi-item-code
               start grp-item-file key is not less than gi-key
                   invalid key
                       continue
                   not invalid key
                       read grp-item-file next record
                           at end
                               continue
                           not at end
                               if gi-grp-cod = rs-grp-cod
                                   move "Y" to ws-grp-restrict
                               end-if
                       end-read
               end-start
           end-if.

      *----A038. Is the item A026 just matched authorized for this
      *    group on the run date? A missing authorization, or one
      *    not yet in force or already ended, flags the lot and
      *    holds the sub-lot for the A039 section; past 500 held
      *    sub-lots only the count goes on.
       a038-check-item-authorized.
           move "N" to ws-item-auth
           move rs-grp-cod   to gi-grp-cod
           move pm-item-code to gi-item-code
           read grp-item-file
               key is gi-key
               invalid key
                   continue
               not invalid key
                   if gi-eff-from <= ws-run-date
                      and gi-eff-to >= ws-run-date
                       move "Y" to ws-item-auth
                   end-if
           end-read
           if not ws-item-authorized
               move "Y" to ws-lot-unauth
               add 1 to ws-unauth-count
               if ws-unauth-count <= 500
                   move ws-unauth-count to ws-unauth-idx
                   move tst-lot-id to ws-ua-lot-id(ws-unauth-idx)
                   move ws-tst-idx to ws-ua-sub-idx(ws-unauth-idx)
                   move pm-item-code
                       to ws-ua-item-code(ws-unauth-idx)
                   move pm-item-name
                       to ws-ua-item-name(ws-unauth-idx)
               end-if
           end-if.

      *----A039. The not-authorized section of the exceptions
      *    report: every sub-lot of an item this group may not
      *    receive, so a misrouted delivery is stopped here instead
      *    of being found by the store.
       a039-print-unauth-items.
           move spaces to exceptions-report-line
           write exceptions-report-line
           move spaces to exceptions-report-line
           string "ITEMS NOT AUTHORIZED FOR GROUP " rs-grp-cod " "
                  rs-grp-nome delimited by size
               into exceptions-report-line
           write exceptions-report-line
           move spaces to exceptions-report-line
           evaluate true
               when not ws-grp-restricted
                   move "  GROUP NOT RESTRICTED - NO GRPITEM"
                       & " AUTHORIZATIONS ON FILE"
                       to exceptions-report-line
                   write exceptions-report-line
               when ws-unauth-count = zeros
                   move "  NONE" to exceptions-report-line
                   write exceptions-report-line
               when other
                   perform varying ws-unauth-idx from 1 by 1
                           until ws-unauth-idx > ws-unauth-count
                              or ws-unauth-idx > 500
                       move ws-ua-sub-idx(ws-unauth-idx)
                           to ws-tst-idx-disp
                       move spaces to exceptions-report-line
                       string "  NOT AUTHORIZED TST-LOT-ID "
                              ws-ua-lot-id(ws-unauth-idx)
                              " SUB-LOT(" ws-tst-idx-disp ") ITEM "
                              ws-ua-item-code(ws-unauth-idx) " "
                              ws-ua-item-name(ws-unauth-idx)
                           delimited by size
                           into exceptions-report-line
                       write exceptions-report-line
                   end-perform
                   if ws-unauth-count > 500
                       compute ws-unauth-over-disp =
                           ws-unauth-count - 500
                       move spaces to exceptions-report-line
                       string "  ... " ws-unauth-over-disp
                              " MORE NOT LISTED" delimited by size
                           into exceptions-report-line
                       write exceptions-report-line
                   end-if
                   move ws-unauth-count to ws-unauth-count-disp
                   move spaces to exceptions-report-line
                   string "SUB-LOTS NOT AUTHORIZED: "
                          ws-unauth-count-disp delimited by size
                       into exceptions-report-line
                   write exceptions-report-line
           end-evaluate.

      *----A020. Received-weight check for one matched sub-lot:
      *    expected weight is the catalog unit weight times the
      *    received quantity; the difference rolls into the run's
      *    tolerance goes on the variance report. A zero quantity
      *    carries no weight claim to check.
       a020-check-received-weight.
           move "N" to ws-sub-varflag
           if tst-sub-qty(ws-tst-idx) not = zeros
               compute ws-expected-weight =
                   pm-unit-weight * tst-sub-qty(ws-tst-idx)
               compute ws-received-value =
                   pm-unit-price * tst-sub-qty(ws-tst-idx)
               add ws-received-value to ws-received-value-total
               add ws-received-value to ws-lot-value
               compute ws-tolerance-amt =
                   ws-expected-weight * ws-eff-tolerance-pct / 100
               if function abs(ws-received-variance)
                       > ws-tolerance-amt
                   move "Y" to ws-lot-varflag
                   move "Y" to ws-sub-varflag
                   add 1 to ws-var-count
      *------------Cost of the weight shortfall or overage: the
      *            catalog price per kilogram applied to the
