      $set mfoo

      *-------------------------------------------------------------
      * Perpetual stock posting and the nightly stock status report.
      * Adds the night's accepted receipts -- the RCVHIST records
      * COLL0 wrote under tonight's run date and sequence -- to the
      * keyed STKBAL stock-balance file, then takes away the day's
      * ISSTRAN issues to channels, shrink, spoilage write-offs and
      * count corrections. Every movement is journaled to the
      * cumulative STKJRNL file. The dated stock status report then
      * lists, per item, the opening balance, receipts, issues,
      * adjustments, closing quantity and weight, and the closing
      * value at the catalog PM-UNIT-PRICE -- so on-hand is a number
      * the system keeps, and it agrees with what we received. A
      * receipt of a lot QC has on quality hold (or has condemned)
      * is journaled as held and kept out of stock; once QC releases
      * the lot, or it passes re-inspection, its held receipts are
      * posted on the next run.
      *-------------------------------------------------------------
       identification division.
       program-id. STKPOST.
       environment division.

       input-output section.
       file-control.
      *----The stock balances, opened I-O so postings land directly
      *    on the keyed file.
           select stock-balance-file assign to "STKBAL"
               organization is indexed
               access mode is dynamic
               record key is sb-item-code
               file status is ws-sb-status.

      *----The cumulative receiving history written by COLL0.
           select recv-history-file assign to "RCVHIST"
               organization is line sequential
               file status is ws-rcv-status.

      *----The day's issues and adjustments; consumed once posted.
           select issue-tran-file assign to "ISSTRAN"
               organization is line sequential
               file status is ws-is-status.

      *----Cumulative journal of every movement posted.
           select stock-journal-file assign to "STKJRNL"
               organization is line sequential
               file status is ws-sj-status.

      *----The catalog, for the unit price the stock is valued at.
           select produce-master-file assign to "PRODMAST"
               organization is indexed
               access mode is dynamic
               record key is pm-item-code
               alternate record key is pm-item-name
                   with duplicates
               file status is ws-pm-status.

      *----The quality file, for lots on hold.
           select qc-master-file assign to "QCMAST"
               organization is indexed
               access mode is random
               record key is qc-lot-id
               file status is ws-qc-status.

      *----The night's run date and sequence, from BATCH0.
           select run-seq-file assign to "RUNSEQ"
               organization is line sequential
               file status is ws-seq-status.

      *----The dated stock status report.
           select stock-report-file assign to ws-rpt-file-name
               organization is line sequential
               file status is ws-rpt-status.

       data division.
       file section.
       fd  stock-balance-file
           label records are standard.
           copy "copybooks\stkbal.cpy".

       fd  recv-history-file
           label records are standard.
           copy "copybooks\rcvhist.cpy".

       fd  issue-tran-file
           label records are standard.
           copy "copybooks\isstran.cpy".

       fd  stock-journal-file
           label records are standard.
           copy "copybooks\stkjrnl.cpy".

       fd  produce-master-file
           label records are standard.
           copy "copybooks\prodmast.cpy".

       fd  qc-master-file
           label records are standard.
           copy "copybooks\qcmast.cpy".

       fd  run-seq-file
           label records are standard.
           copy "copybooks\runseq.cpy".

       fd  stock-report-file
           label records are standard.
       01  stock-report-line           pic x(132).

       working-storage section.
      *----File statuses.
           01  ws-sb-status            pic x(2).
               88  ws-sb-ok            value "00".
           01  ws-rcv-status           pic x(2).
               88  ws-rcv-ok           value "00".
               88  ws-rcv-eof          value "10".
           01  ws-is-status            pic x(2).
               88  ws-is-ok            value "00".
               88  ws-is-eof           value "10".
           01  ws-sj-status            pic x(2).
               88  ws-sj-ok            value "00".
               88  ws-sj-eof           value "10".
           01  ws-pm-status            pic x(2).
               88  ws-pm-ok            value "00".
           01  ws-qc-status            pic x(2).
               88  ws-qc-ok            value "00".
           01  ws-seq-status           pic x(2).
           01  ws-rpt-status           pic x(2).

      *----Run date and sequence, and the dated report name.
           01  ws-run-date             pic 9(8).
           01  ws-run-seq              pic 9(2) value zeros.
           01  ws-rpt-file-name.
               05  filler              pic x(6) value "STKRPT".
               05  ws-rpt-file-date    pic 9(8).
               05  filler              pic x(4) value ".TXT".

      *----The issues file is consumed once posted, so tomorrow's
      *    run does not take the same stock away twice.
           01  ws-is-name              pic x(7) value "ISSTRAN".

      *----Receipts are posted once per run date and sequence: a
      *    receipt movement already on the journal for tonight's run
      *    means an earlier attempt posted them.
           01  ws-rcpt-posted          pic x value "N".
               88  ws-receipts-posted  value "Y".

      *----Quality holds: whether QCMAST is there to ask, and the
      *    QC verdict on the lot just looked up.
           01  ws-qc-avail             pic x value "N".
               88  ws-qc-available     value "Y".
           01  ws-qc-verdict           pic x.
               88  ws-qc-holds-lot     value "H".
               88  ws-qc-frees-lot     value "F".

      *----Held receipts of lots since released, found on the
      *    journal by S100: each H entry not yet matched by a Q
      *    posting of the same receipt is posted by S250. The
      *    reference on both is the run date and sequence the
      *    receipt came in on.
           01  ws-hr-count             pic 9(4) comp-5 value zero.
           01  ws-hr-max               pic 9(4) comp-5 value 2000.
           01  ws-hr-idx               pic 9(4) comp-5.
           01  ws-hr-k                 pic 9(4) comp-5.
           01  ws-hr-tab.
               05  ws-hr-entry         occurs 2000 times.
                   10  ws-hr-item-code pic 9(05).
                   10  ws-hr-grp-cod   pic 9(03).
                   10  ws-hr-lot-id    pic 9(05).
                   10  ws-hr-qty       pic s9(07).
                   10  ws-hr-weight    pic s9(09)V99.
                   10  ws-hr-reference pic x(10).
                   10  ws-hr-done      pic x(01).
           01  ws-hr-first             pic x.
               88  ws-hr-first-group   value "Y".
           01  ws-rcv-reference.
               05  ws-rcv-ref-date     pic 9(08).
               05  ws-rcv-ref-seq      pic 9(02).

      *----Every group's COLL0 books the same delivery, so each lot
      *    of tonight's receipts is posted (or held) from the first
      *    group seen to book it; the other groups' copies of the
      *    same sub-lots add nothing, as in SUPCLAIM.
           01  ws-lt-count             pic 9(4) comp-5 value zero.
           01  ws-lt-max               pic 9(4) comp-5 value 5000.
           01  ws-lt-idx               pic 9(4) comp-5.
           01  ws-lt-k                 pic 9(4) comp-5.
           01  ws-lt-tab.
               05  ws-lt-entry         occurs 5000 times.
                   10  ws-lt-source    pic x(08).
                   10  ws-lt-lot-id    pic 9(05).
                   10  ws-lt-grp-cod   pic 9(03).

      *----The movement being posted, staged for S300.
           01  ws-mv-type              pic x(01).
           01  ws-mv-item-code         pic 9(05).
           01  ws-mv-item-name         pic x(20).
           01  ws-mv-grp-cod           pic 9(03).
           01  ws-mv-lot-id            pic 9(05).
           01  ws-mv-channel           pic 9(03).
           01  ws-mv-qty               pic s9(07).
           01  ws-mv-weight            pic s9(09)V99.
           01  ws-mv-reference         pic x(10).

      *----Today's movements per item, so the report can show the
      *    opening balance and what moved it. Sized well past the
      *    catalog.
           01  ws-mt-count             pic 9(4) comp-5 value zero.
           01  ws-mt-max               pic 9(4) comp-5 value 5000.
           01  ws-mt-idx               pic 9(4) comp-5.
           01  ws-mt-k                 pic 9(4) comp-5.
           01  ws-mt-tab.
               05  ws-mt-entry         occurs 5000 times.
                   10  ws-mt-item-code pic 9(05).
                   10  ws-mt-rcpt-qty  pic s9(07).
                   10  ws-mt-rcpt-wgt  pic s9(09)V99.
                   10  ws-mt-issue-qty pic s9(07).
                   10  ws-mt-issue-wgt pic s9(09)V99.
                   10  ws-mt-adj-qty   pic s9(07).
                   10  ws-mt-adj-wgt   pic s9(09)V99.

      *----Report line figures for one item.
           01  ws-open-qty             pic s9(07).
           01  ws-rcpt-qty             pic s9(07).
           01  ws-issue-qty            pic s9(07).
           01  ws-adj-qty              pic s9(07).
           01  ws-close-value          pic s9(11)V99.
           01  ws-scan-done            pic x.
               88  ws-scan-eof         value "Y".
           01  ws-line-note            pic x(12).

      *----Edited fields for the report lines.
           01  ws-qty-disp1            pic -(6)9.
           01  ws-qty-disp2            pic -(6)9.
           01  ws-qty-disp3            pic -(6)9.
           01  ws-qty-disp4            pic -(6)9.
           01  ws-qty-disp5            pic -(6)9.
           01  ws-weight-disp          pic -(8)9.99.
           01  ws-value-disp           pic -(10)9.99.

      *----Report tallies and grand totals.
           01  ws-rcpt-count           pic 9(6) value zeros.
           01  ws-tran-count           pic 9(6) value zeros.
           01  ws-posted-count         pic 9(6) value zeros.
           01  ws-reject-count         pic 9(6) value zeros.
           01  ws-item-count           pic 9(6) value zeros.
           01  ws-negative-count       pic 9(6) value zeros.
           01  ws-held-count           pic 9(6) value zeros.
           01  ws-release-count        pic 9(6) value zeros.
           01  ws-tot-value            pic s9(11)V99 value zeros.

      *----Structured exception data, same convention as COLL0's
      *    A900 handler.
           01  ws-error-code           pic 9(4) comp-5.
           01  ws-error-msg            pic x(80).

      *----Event record handed to the central operations logger.
           copy "copybooks\opsevt.cpy".

       procedure division.

       run-stock-posting section.

           accept ws-run-date from date yyyymmdd
           perform s050-read-run-seq
           move ws-run-date to ws-rpt-file-date
           open output stock-report-file
           if ws-rpt-status not = "00"
               move 9861 to ws-error-code
               string "STOCK-REPORT-FILE OPEN FAILED, STATUS="
                      ws-rpt-status delimited by size
                   into ws-error-msg
               perform a900-raise-exception
           end-if
           move spaces to stock-report-line
           string "STKPOST STOCK STATUS REPORT - RUN DATE "
                  ws-run-date " SEQ " ws-run-seq
               delimited by size into stock-report-line
           write stock-report-line
           move spaces to stock-report-line
           write stock-report-line

      *----The balance file is created empty on the very first run.
           open i-o stock-balance-file
           if ws-sb-status = "35"
               open output stock-balance-file
               close stock-balance-file
               open i-o stock-balance-file
           end-if
           if not ws-sb-ok
               move 9862 to ws-error-code
               string "STOCK-BALANCE OPEN FAILED, STATUS="
                      ws-sb-status delimited by size
                   into ws-error-msg
               perform a900-raise-exception
           end-if

      *----No quality file just means no lot has been inspected.
           open input qc-master-file
           if ws-qc-ok
               move "Y" to ws-qc-avail
           end-if
           perform s100-check-receipts-posted
           open extend stock-journal-file
           if ws-sj-status = "35"
               open output stock-journal-file
           end-if
           if not ws-sj-ok
               move 9863 to ws-error-code
               string "STOCK-JOURNAL OPEN FAILED, STATUS="
                      ws-sj-status delimited by size
                   into ws-error-msg
               perform a900-raise-exception
           end-if
           if ws-receipts-posted
               move spaces to stock-report-line
               string "RECEIPTS FOR RUN " ws-run-date " SEQ "
                      ws-run-seq " ALREADY POSTED - NOT POSTED"
                      " AGAIN" delimited by size
                   into stock-report-line
               write stock-report-line
           else
               perform s200-post-receipts
           end-if
           perform s250-post-released-receipts
           perform s400-post-issues
           close stock-journal-file
           if ws-qc-available
               close qc-master-file
           end-if

           perform s500-print-stock-status
           close stock-balance-file
           close stock-report-file

           move "STKPOST " to ops-evt-program
           if ws-reject-count > zeros or ws-negative-count > zeros
              or ws-held-count > zeros
               move "W" to ops-evt-severity
           else
               move "I" to ops-evt-severity
           end-if
           move zeros to ops-evt-code
           move spaces to ops-evt-text
           string "STOCK POSTED: RECEIPTS " ws-rcpt-count
                  " ISSUES/ADJ " ws-posted-count
                  " REJECTED " ws-reject-count
                  " NEGATIVE " ws-negative-count
                  " QC HELD " ws-held-count
               delimited by size into ops-evt-text
           call "OPSLOG0" using ops-event
           move 0 to return-code
           goback.

      *----S050. The night's run sequence from BATCH0's RUNSEQ
      *    file; a standalone run on a day BATCH0 has not run
      *    stamps sequence zero and finds no receipts to post.
       s050-read-run-seq.
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

      *----S100. Were tonight's receipts already posted (or held)?
      *    No journal yet means nothing has been. The same pass
      *    gathers the held receipts of lots QC has since freed,
      *    less those already posted on release.
       s100-check-receipts-posted.
           open input stock-journal-file
           if ws-sj-ok
               perform until ws-sj-eof
                   read stock-journal-file
                       at end
                           continue
                       not at end
                           if (sj-receipt or sj-held-receipt)
                              and sj-run-date = ws-run-date
                              and sj-run-seq = ws-run-seq
                               move "Y" to ws-rcpt-posted
                           end-if
                           evaluate true
                               when sj-held-receipt
                                   perform s110-note-held-receipt
                               when sj-released-receipt
                                   perform s120-match-release
                               when other
                                   continue
                           end-evaluate
                   end-read
               end-perform
               close stock-journal-file
           end-if.

      *----S110. A held receipt goes on the list if QC has freed
      *    its lot since.
       s110-note-held-receipt.
           move sj-lot-id to qc-lot-id
           move sj-reference(1:8) to ws-rcv-ref-date
           perform s150-check-quality
           if ws-qc-frees-lot
               if ws-hr-count >= ws-hr-max
                   move 9868 to ws-error-code
                   move "HELD RECEIPT TABLE FULL" to ws-error-msg
                   perform a900-raise-exception
               end-if
               add 1 to ws-hr-count
               move sj-item-code to ws-hr-item-code(ws-hr-count)
               move sj-grp-cod   to ws-hr-grp-cod(ws-hr-count)
               move sj-lot-id    to ws-hr-lot-id(ws-hr-count)
               move sj-qty       to ws-hr-qty(ws-hr-count)
               move sj-weight    to ws-hr-weight(ws-hr-count)
               move sj-reference to ws-hr-reference(ws-hr-count)
               move "N"          to ws-hr-done(ws-hr-count)
           end-if.

      *----S120. A receipt already posted on release crosses off
      *    the first held entry for the same receipt.
       s120-match-release.
           move zero to ws-hr-idx
           perform varying ws-hr-k from 1 by 1
                           until ws-hr-k > ws-hr-count
                              or ws-hr-idx not = zero
               if ws-hr-done(ws-hr-k) = "N"
                  and ws-hr-lot-id(ws-hr-k) = sj-lot-id
                  and ws-hr-item-code(ws-hr-k) = sj-item-code
                  and ws-hr-grp-cod(ws-hr-k) = sj-grp-cod
                  and ws-hr-reference(ws-hr-k) = sj-reference
                   move ws-hr-k to ws-hr-idx
               end-if
           end-perform
           if ws-hr-idx not = zero
               move "Y" to ws-hr-done(ws-hr-idx)
           end-if.

      *----S150. QC's verdict on the lot staged in QC-LOT-ID for a
      *    receipt on the date staged in WS-RCV-REF-DATE: held while
      *    the lot is on hold or condemned, freed once it is
      *    released or passed. An inspection after the receipt
      *    belongs to a later delivery under the same lot id and
      *    says nothing about this one.
       s150-check-quality.
           move space to ws-qc-verdict
           if ws-qc-available
               read qc-master-file
                   invalid key
                       continue
                   not invalid key
                       if ws-rcv-ref-date >= qc-inspect-date
                           if qc-on-hold or qc-condemned
                               move "H" to ws-qc-verdict
                           else
                               move "F" to ws-qc-verdict
                           end-if
                       end-if
               end-read
           end-if.

      *----S200. Every accepted receipt COLL0 wrote under tonight's
      *    run date and sequence adds to its item's balance -- once,
      *    from the first group to book its lot.
       s200-post-receipts.
           open input recv-history-file
           if not ws-rcv-ok
               move spaces to stock-report-line
               string "NO RECEIVING HISTORY ON FILE, STATUS="
                      ws-rcv-status " - NO RECEIPTS POSTED"
                   delimited by size into stock-report-line
               write stock-report-line
           else
               perform until ws-rcv-eof
                   read recv-history-file
                       at end
                           continue
                       not at end
                           if rcv-run-date = ws-run-date
                              and rcv-run-seq = ws-run-seq
                               perform s205-find-lot-group
                               if ws-lt-grp-cod(ws-lt-idx)
                                  = rcv-grp-cod
                                   perform s210-post-one-receipt
                               end-if
                           end-if
                   end-read
               end-perform
               close recv-history-file
           end-if.

      *----S205. The group whose copy of the receipt's lot is the
      *    one posted: the first group seen to book it, noted on
      *    the lot's first receipt.
       s205-find-lot-group.
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
                   move 9869 to ws-error-code
                   move "RECEIPT LOT TABLE FULL" to ws-error-msg
                   perform a900-raise-exception
               end-if
               add 1 to ws-lt-count
               move ws-lt-count to ws-lt-idx
               move rcv-source  to ws-lt-source(ws-lt-idx)
               move rcv-lot-id  to ws-lt-lot-id(ws-lt-idx)
               move rcv-grp-cod to ws-lt-grp-cod(ws-lt-idx)
           end-if.

      *----S210. One receipt: a new item gets its balance record on
      *    first arrival. A receipt of a lot on quality hold only
      *    goes on the journal as held, for S250 to post once QC
      *    releases the lot.
       s210-post-one-receipt.
           move rcv-lot-id   to qc-lot-id
           move rcv-run-date to ws-rcv-ref-date
           move rcv-run-seq  to ws-rcv-ref-seq
           perform s150-check-quality
           if ws-qc-holds-lot
               perform s220-hold-one-receipt
           else
               perform s230-post-one-receipt
           end-if.

      *----S220. A held receipt: journaled with the receipt's run
      *    date and sequence as its reference; the balance is not
      *    touched.
       s220-hold-one-receipt.
           add 1 to ws-held-count
           move ws-run-date     to sj-run-date
           move ws-run-seq      to sj-run-seq
           move "H"             to sj-type
           move rcv-item-code   to sj-item-code
           move rcv-grp-cod     to sj-grp-cod
           move rcv-lot-id      to sj-lot-id
           move zeros           to sj-channel
           move rcv-sub-qty     to sj-qty
           move rcv-rec-weight  to sj-weight
           move ws-rcv-reference to sj-reference
           write sj-record
           move spaces to stock-report-line
           string "QC HOLD: LOT " rcv-lot-id " ITEM " rcv-item-code
                  " GRP " rcv-grp-cod " QTY " rcv-sub-qty
                  " NOT TAKEN INTO STOCK" delimited by size
               into stock-report-line
           write stock-report-line.

      *----S230. A receipt taken into stock.
       s230-post-one-receipt.
           add 1 to ws-rcpt-count
           move "R"            to ws-mv-type
           move rcv-item-code  to ws-mv-item-code
           move rcv-item-name  to ws-mv-item-name
           move rcv-grp-cod    to ws-mv-grp-cod
           move rcv-lot-id     to ws-mv-lot-id
           move zeros          to ws-mv-channel
           move rcv-sub-qty    to ws-mv-qty
           move rcv-rec-weight to ws-mv-weight
           move spaces         to ws-mv-reference
           perform s300-post-movement.

      *----S250. Held receipts of lots QC has since released go
      *    into stock now, as Q movements carrying the original
      *    receipt's reference, so a re-run does not post them
      *    twice. The catalog names an item that has no balance
      *    record yet. Only the first group's hold of a receipt is
      *    released; another group's hold of the same lot and
      *    receipt is its copy of the same delivery.
       s250-post-released-receipts.
           if ws-hr-count > zero
               open input produce-master-file
               perform varying ws-hr-idx from 1 by 1
                               until ws-hr-idx > ws-hr-count
                   if ws-hr-done(ws-hr-idx) = "N"
                       perform s255-check-first-group
                       if ws-hr-first-group
                           perform s260-post-one-release
                       end-if
                   end-if
               end-perform
               close produce-master-file
           end-if.

      *----S255. Is the held entry at WS-HR-IDX the first group's
      *    hold of its lot and receipt? An earlier entry of the
      *    same lot and receipt under another group says not.
       s255-check-first-group.
           move "Y" to ws-hr-first
           perform varying ws-hr-k from 1 by 1
                           until ws-hr-k >= ws-hr-idx
                              or not ws-hr-first-group
               if ws-hr-lot-id(ws-hr-k) = ws-hr-lot-id(ws-hr-idx)
                  and ws-hr-reference(ws-hr-k)
                      = ws-hr-reference(ws-hr-idx)
                  and ws-hr-grp-cod(ws-hr-k)
                      not = ws-hr-grp-cod(ws-hr-idx)
                   move "N" to ws-hr-first
               end-if
           end-perform.

      *----S260. One released receipt.
       s260-post-one-release.
           add 1 to ws-release-count
           move "Q" to ws-mv-type
           move ws-hr-item-code(ws-hr-idx) to ws-mv-item-code
           move spaces to ws-mv-item-name
           move ws-hr-item-code(ws-hr-idx) to pm-item-code
           read produce-master-file
               key is pm-item-code
               invalid key
                   continue
               not invalid key
                   move pm-item-name to ws-mv-item-name
           end-read
           move ws-hr-grp-cod(ws-hr-idx)   to ws-mv-grp-cod
           move ws-hr-lot-id(ws-hr-idx)    to ws-mv-lot-id
           move zeros                      to ws-mv-channel
           move ws-hr-qty(ws-hr-idx)       to ws-mv-qty
           move ws-hr-weight(ws-hr-idx)    to ws-mv-weight
           move ws-hr-reference(ws-hr-idx) to ws-mv-reference
           perform s300-post-movement
           move spaces to stock-report-line
           string "QC RELEASE: LOT " ws-mv-lot-id
                  " ITEM " ws-mv-item-code
                  " RECEIVED " ws-mv-reference
                  " TAKEN INTO STOCK" delimited by size
               into stock-report-line
           write stock-report-line.

      *----S300. Post the staged movement: onto the balance record
      *    (created when the item has none), onto the journal, and
      *    into today's per-item movement table.
       s300-post-movement.
           move ws-mv-item-code to sb-item-code
           read stock-balance-file
               invalid key
                   move ws-mv-item-code to sb-item-code
                   move ws-mv-item-name to sb-item-name
                   move zeros to sb-on-hand-qty
                                 sb-on-hand-weight
                   move ws-run-date to sb-last-move-date
                   write sb-record
                       invalid key
                           move 9864 to ws-error-code
                           string "STOCK BALANCE FOR ITEM "
                                  ws-mv-item-code
                                  " COULD NOT BE CREATED"
                               delimited by size into ws-error-msg
                           perform a900-raise-exception
                   end-write
           end-read
           add ws-mv-qty    to sb-on-hand-qty
           add ws-mv-weight to sb-on-hand-weight
           move ws-run-date to sb-last-move-date
           rewrite sb-record
               invalid key
                   move 9865 to ws-error-code
                   string "STOCK BALANCE FOR ITEM " ws-mv-item-code
                          " REWRITE FAILED" delimited by size
                       into ws-error-msg
                   perform a900-raise-exception
           end-rewrite

           move ws-run-date     to sj-run-date
           move ws-run-seq      to sj-run-seq
           move ws-mv-type      to sj-type
           move ws-mv-item-code to sj-item-code
           move ws-mv-grp-cod   to sj-grp-cod
           move ws-mv-lot-id    to sj-lot-id
           move ws-mv-channel   to sj-channel
           move ws-mv-qty       to sj-qty
           move ws-mv-weight    to sj-weight
           move ws-mv-reference to sj-reference
           write sj-record

           perform s310-find-movement-entry
           evaluate ws-mv-type
               when "R"
               when "Q"
                   add ws-mv-qty    to ws-mt-rcpt-qty(ws-mt-idx)
                   add ws-mv-weight to ws-mt-rcpt-wgt(ws-mt-idx)
               when "I"
                   add ws-mv-qty    to ws-mt-issue-qty(ws-mt-idx)
                   add ws-mv-weight to ws-mt-issue-wgt(ws-mt-idx)
               when other
                   add ws-mv-qty    to ws-mt-adj-qty(ws-mt-idx)
                   add ws-mv-weight to ws-mt-adj-wgt(ws-mt-idx)
           end-evaluate.

      *----S310. Today's movement entry for the staged item, added
      *    on its first movement.
       s310-find-movement-entry.
           move zero to ws-mt-idx
           perform varying ws-mt-k from 1 by 1
                           until ws-mt-k > ws-mt-count
                              or ws-mt-idx not = zero
               if ws-mt-item-code(ws-mt-k) = ws-mv-item-code
                   move ws-mt-k to ws-mt-idx
               end-if
           end-perform
           if ws-mt-idx = zero
               if ws-mt-count >= ws-mt-max
                   move 9866 to ws-error-code
                   move "STOCK MOVEMENT TABLE FULL" to ws-error-msg
                   perform a900-raise-exception
               end-if
               add 1 to ws-mt-count
               move ws-mt-count to ws-mt-idx
               move ws-mv-item-code to ws-mt-item-code(ws-mt-idx)
               move zeros to ws-mt-rcpt-qty(ws-mt-idx)
                             ws-mt-rcpt-wgt(ws-mt-idx)
                             ws-mt-issue-qty(ws-mt-idx)
                             ws-mt-issue-wgt(ws-mt-idx)
                             ws-mt-adj-qty(ws-mt-idx)
                             ws-mt-adj-wgt(ws-mt-idx)
           end-if.

      *----S400. The day's issues and adjustments. No ISSTRAN file
      *    just means nothing went out today.
       s400-post-issues.
           open input issue-tran-file
           if ws-is-ok
               perform until ws-is-eof
                   read issue-tran-file
                       at end
                           continue
                       not at end
                           add 1 to ws-tran-count
                           perform s410-post-one-issue
                   end-read
               end-perform
               close issue-tran-file
      *--------Every transaction is posted or reported rejected;
      *        leaving the file would take the same stock away
      *        again on the next run.
               call "CBL_DELETE_FILE" using ws-is-name
               move 0 to return-code
           end-if.

      *----S410. One issue or adjustment. The item must already
      *    hold a balance record -- stock that was never received
      *    cannot be issued -- and an issue must name the channel
      *    it went to. A count correction posts the difference
      *    between what was counted and the book balance.
       s410-post-one-issue.
           move is-item-code to sb-item-code
           evaluate true
               when is-item-code not numeric
                    or is-qty not numeric
                    or is-weight not numeric
                   move "TRANSACTION NOT NUMERIC" to ws-error-msg
                   perform s480-report-reject
               when not is-issue and not is-shrink
                    and not is-spoilage and not is-count
                   move "INVALID TRANSACTION TYPE" to ws-error-msg
                   perform s480-report-reject
               when is-issue
                    and (is-channel not numeric
                         or is-channel = zeros)
                   move "ISSUE WITHOUT A CHANNEL" to ws-error-msg
                   perform s480-report-reject
               when other
                   read stock-balance-file
                       invalid key
                           move "ITEM HAS NO STOCK BALANCE"
                               to ws-error-msg
                           perform s480-report-reject
                       not invalid key
                           add 1 to ws-posted-count
                           move is-type       to ws-mv-type
                           move is-item-code  to ws-mv-item-code
                           move sb-item-name  to ws-mv-item-name
                           move zeros to ws-mv-grp-cod
                                         ws-mv-lot-id
                                         ws-mv-channel
                           move is-reference  to ws-mv-reference
                           if is-count
                               compute ws-mv-qty =
                                   is-qty - sb-on-hand-qty
                               compute ws-mv-weight =
                                   is-weight - sb-on-hand-weight
                           else
                               compute ws-mv-qty = 0 - is-qty
                               compute ws-mv-weight = 0 - is-weight
                               if is-issue
                                   move is-channel to ws-mv-channel
                               end-if
                           end-if
                           perform s300-post-movement
                   end-read
           end-evaluate.

      *----S480. One refused issue or adjustment and the reason.
       s480-report-reject.
           add 1 to ws-reject-count
           move spaces to stock-report-line
           string "REJECT " is-type " ITEM " is-item-code
                  " CHANNEL " is-channel " QTY " is-qty
                  " REF " is-reference
                  " - " ws-error-msg delimited by size
               into stock-report-line
           write stock-report-line.

      *----S500. The stock status listing: every item on the
      *    balance file, with today's movements backed out of the
      *    closing balance to give the opening one, valued at the
      *    catalog unit price.
       s500-print-stock-status.
           open input produce-master-file
           if not ws-pm-ok
               move 9867 to ws-error-code
               string "PRODUCE-MASTER OPEN FAILED, STATUS="
                      ws-pm-status delimited by size
                   into ws-error-msg
               perform a900-raise-exception
           end-if
           move spaces to stock-report-line
           write stock-report-line
           move spaces to stock-report-line
           string "ITEM  NAME                 OPENING RECEIPT"
                  "  ISSUES  ADJUST CLOSING CLOSE-WEIGHT"
                  "    CLOSE-VALUE"
               delimited by size into stock-report-line
           write stock-report-line
           move "N" to ws-scan-done
           move zeros to sb-item-code
           start stock-balance-file
               key is not less than sb-item-code
               invalid key
                   move "Y" to ws-scan-done
           end-start
           perform until ws-scan-eof
               read stock-balance-file next record
                   at end
                       move "Y" to ws-scan-done
                   not at end
                       perform s510-print-one-item
               end-read
           end-perform
           close produce-master-file

           move spaces to stock-report-line
           write stock-report-line
           move ws-tot-value to ws-value-disp
           move spaces to stock-report-line
           string "ITEMS: " ws-item-count
                  " RECEIPTS POSTED: " ws-rcpt-count
                  " ISSUES/ADJUSTMENTS POSTED: " ws-posted-count
                  " REJECTED: " ws-reject-count
                  " NEGATIVE: " ws-negative-count
               delimited by size into stock-report-line
           write stock-report-line
           move spaces to stock-report-line
           string "RECEIPTS HELD BY QC: " ws-held-count
                  " RELEASED BY QC: " ws-release-count
               delimited by size into stock-report-line
           write stock-report-line
           move spaces to stock-report-line
           string "TOTAL CLOSING VALUE: " ws-value-disp
               delimited by size into stock-report-line
           write stock-report-line.

      *----S510. One item's line. An item not on the catalog any
      *    more carries no price to value it at.
       s510-print-one-item.
           add 1 to ws-item-count
           move zeros to ws-rcpt-qty ws-issue-qty ws-adj-qty
           move zero to ws-mt-idx
           perform varying ws-mt-k from 1 by 1
                           until ws-mt-k > ws-mt-count
                              or ws-mt-idx not = zero
               if ws-mt-item-code(ws-mt-k) = sb-item-code
                   move ws-mt-k to ws-mt-idx
               end-if
           end-perform
           if ws-mt-idx not = zero
               move ws-mt-rcpt-qty(ws-mt-idx)  to ws-rcpt-qty
               compute ws-issue-qty = 0 - ws-mt-issue-qty(ws-mt-idx)
               move ws-mt-adj-qty(ws-mt-idx)   to ws-adj-qty
           end-if
           compute ws-open-qty = sb-on-hand-qty - ws-rcpt-qty
               + ws-issue-qty - ws-adj-qty
           move spaces to ws-line-note
           move sb-item-code to pm-item-code
           read produce-master-file
               invalid key
                   move zeros to ws-close-value
                   move " NOT ON CAT." to ws-line-note
               not invalid key
                   compute ws-close-value =
                       sb-on-hand-qty * pm-unit-price
           end-read
           if sb-on-hand-qty < zero or sb-on-hand-weight < zero
               add 1 to ws-negative-count
               move " NEGATIVE" to ws-line-note
           end-if
           add ws-close-value to ws-tot-value
           move ws-open-qty    to ws-qty-disp1
           move ws-rcpt-qty    to ws-qty-disp2
           move ws-issue-qty   to ws-qty-disp3
           move ws-adj-qty     to ws-qty-disp4
           move sb-on-hand-qty to ws-qty-disp5
           move sb-on-hand-weight to ws-weight-disp
           move ws-close-value to ws-value-disp
           move spaces to stock-report-line
           string sb-item-code " " sb-item-name " "
                  ws-qty-disp1 " " ws-qty-disp2 " "
                  ws-qty-disp3 " " ws-qty-disp4 " "
                  ws-qty-disp5 " " ws-weight-disp " "
                  ws-value-disp ws-line-note
               delimited by size into stock-report-line
           write stock-report-line.

      *----A900. Structured error handling, same convention as
      *    COLL0: diagnostic code plus message, non-zero condition
      *    code back to the caller. This step is called from
      *    BATCH0, so whatever it had open is closed on the way
      *    out.
       a900-raise-exception.
           display "*** STKPOST EXCEPTION " ws-error-code ": "
                   ws-error-msg
           move "STKPOST " to ops-evt-program
           move "S" to ops-evt-severity
           move ws-error-code to ops-evt-code
           move ws-error-msg to ops-evt-text
           call "OPSLOG0" using ops-event
           close stock-balance-file
           close recv-history-file
           close issue-tran-file
           close stock-journal-file
           close produce-master-file
           close qc-master-file
           close stock-report-file
           move ws-error-code to return-code
           goback.
