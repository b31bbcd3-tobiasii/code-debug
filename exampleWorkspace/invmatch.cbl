      $set mfoo

      *-------------------------------------------------------------
      * Three-way match of supplier invoices against what we
      * actually received. Each AP invoice line on the day's INVIN
      * file -- supplier, invoice number, lot, item, quantity and
      * billed unit price -- is matched against the RCVHIST receipt
      * of that lot from that supplier (by RCV-LOT-ID and
      * RCV-SOURCE, the latest receipt standing, as everywhere
      * else): the quantity billed against RCV-SUB-QTY, the price
      * billed against the catalog RCV-UNIT-PRICE it was received
      * at. Lines inside tolerance go onto the dated APRLSE payables
      * release file; the rest go onto the dated APHOLD hold file
      * with a reason, and onto the printed discrepancy report --
      * so AP no longer pays a short-shipped lot in full. A lot QC
      * has on quality hold, or has condemned, is not paid either.
      *-------------------------------------------------------------
       identification division.
       program-id. INVMATCH.
       environment division.

       input-output section.
       file-control.
      *----The day's invoice lines from AP; consumed once matched.
           select invoice-in-file assign to "INVIN"
               organization is line sequential
               file status is ws-iv-status.

      *----The cumulative receiving history written by COLL0.
           select recv-history-file assign to "RCVHIST"
               organization is line sequential
               file status is ws-rcv-status.

      *----The quality file, for lots on hold or condemned.
           select qc-master-file assign to "QCMAST"
               organization is indexed
               access mode is random
               record key is qc-lot-id
               file status is ws-qc-status.

      *----Dated payables release and hold files back to AP.
           select release-file assign to ws-rls-file-name
               organization is line sequential
               file status is ws-rls-status.

           select hold-file assign to ws-hld-file-name
               organization is line sequential
               file status is ws-hld-status.

      *----The dated discrepancy report.
           select match-report-file assign to ws-rpt-file-name
               organization is line sequential
               file status is ws-rpt-status.

       data division.
       file section.
       fd  invoice-in-file
           label records are standard.
           copy "copybooks\invline.cpy".

       fd  recv-history-file
           label records are standard.
           copy "copybooks\rcvhist.cpy".

       fd  qc-master-file
           label records are standard.
           copy "copybooks\qcmast.cpy".

       fd  release-file
           label records are standard.
           copy "copybooks\apline.cpy".

       fd  hold-file
           label records are standard.
           copy "copybooks\apline.cpy"
               replacing leading ==PY== by ==PH==.

       fd  match-report-file
           label records are standard.
       01  match-report-line           pic x(132).

       working-storage section.
      *----File statuses.
           01  ws-iv-status            pic x(2).
               88  ws-iv-ok            value "00".
               88  ws-iv-eof           value "10".
           01  ws-rcv-status           pic x(2).
               88  ws-rcv-ok           value "00".
               88  ws-rcv-eof          value "10".
           01  ws-qc-status            pic x(2).
               88  ws-qc-ok            value "00".
           01  ws-rls-status           pic x(2).
           01  ws-hld-status           pic x(2).
           01  ws-rpt-status           pic x(2).

      *----Run date and the dated output names; a second run the
      *    same day adds to the day's files.
           01  ws-run-date             pic 9(8).
           01  ws-rls-file-name.
               05  filler              pic x(6) value "APRLSE".
               05  ws-rls-file-date    pic 9(8).
               05  filler              pic x(4) value ".DAT".
           01  ws-hld-file-name.
               05  filler              pic x(6) value "APHOLD".
               05  ws-hld-file-date    pic 9(8).
               05  filler              pic x(4) value ".DAT".
           01  ws-rpt-file-name.
               05  filler              pic x(7) value "INVMRPT".
               05  ws-rpt-file-date    pic 9(8).
               05  filler              pic x(4) value ".TXT".

      *----The invoice file is consumed once matched, so tomorrow's
      *    run does not release the same lines again.
           01  ws-iv-name              pic x(5) value "INVIN".

      *----Price tolerance: a billed unit price more than this many
      *    percent over the catalog price the lot was received at
      *    is held. Quantity has no tolerance -- billing for more
      *    than arrived is always held.
           01  ws-price-tol-pct        pic 9(3) value 2.
           01  ws-price-limit          pic 9(07)V9999.

      *----The day's invoice lines, each pointing at the receipt
      *    entry for its supplier, lot and item.
           01  ws-il-count             pic 9(4) comp-5 value zero.
           01  ws-il-max               pic 9(4) comp-5 value 2000.
           01  ws-il-idx               pic 9(4) comp-5.
           01  ws-il-tab.
               05  ws-il-entry         occurs 2000 times.
                   10  ws-il-supplier  pic x(08).
                   10  ws-il-invoice   pic x(12).
                   10  ws-il-line-no   pic 9(03).
                   10  ws-il-lot-id    pic 9(05).
                   10  ws-il-item-code pic 9(05).
                   10  ws-il-qty       pic 9(05).
                   10  ws-il-price     pic 9(05)V99.
                   10  ws-il-valid     pic x(01).
                   10  ws-il-rc-idx    pic 9(4) comp-5.

      *----One receipt entry per supplier, lot and item billed: the
      *    quantity billed across all lines, and the latest receipt
      *    of it on RCVHIST (run date, sequence, group) with the
      *    quantity and catalog price received.
           01  ws-rc-count             pic 9(4) comp-5 value zero.
           01  ws-rc-idx               pic 9(4) comp-5.
           01  ws-rc-k                 pic 9(4) comp-5.
           01  ws-rc-tab.
               05  ws-rc-entry         occurs 2000 times.
                   10  ws-rc-supplier  pic x(08).
                   10  ws-rc-lot-id    pic 9(05).
                   10  ws-rc-item-code pic 9(05).
                   10  ws-rc-billed-qty pic 9(07).
                   10  ws-rc-lot-seen  pic x(01).
                   10  ws-rc-item-seen pic x(01).
                   10  ws-rc-rcv-key.
                       15  ws-rc-rcv-date pic 9(08).
                       15  ws-rc-rcv-seq  pic 9(02).
                       15  ws-rc-rcv-grp  pic 9(03).
                   10  ws-rc-rcv-qty   pic 9(07).
                   10  ws-rc-rcv-price pic 9(05)V99.

      *----The receipt key of the RCVHIST record being scanned.
           01  ws-rcv-key.
               05  ws-rcv-key-date     pic 9(08).
               05  ws-rcv-key-seq      pic 9(02).
               05  ws-rcv-key-grp      pic 9(03).

      *----Quality holds: whether QCMAST is there to ask, and the
      *    QC status of the line's lot as received ("H" on hold,
      *    "C" condemned, space otherwise).
           01  ws-qc-avail             pic x value "N".
               88  ws-qc-available     value "Y".
           01  ws-qc-verdict           pic x.

      *----The verdict on the line being decided.
           01  ws-hold-reason          pic 9(03).
           01  ws-hold-text            pic x(40).
           01  ws-line-amount          pic 9(09)V99.

      *----Report tallies and amounts.
           01  ws-read-count           pic 9(5) value zeros.
           01  ws-release-count        pic 9(5) value zeros.
           01  ws-hold-count           pic 9(5) value zeros.
           01  ws-release-amount       pic 9(11)V99 value zeros.
           01  ws-hold-amount          pic 9(11)V99 value zeros.
           01  ws-amount-disp          pic z(10)9.99.
           01  ws-amount-disp2         pic z(10)9.99.

      *----Structured exception data, same convention as COLL0's
      *    A900 handler.
           01  ws-error-code           pic 9(4) comp-5.
           01  ws-error-msg            pic x(80).

      *----Event record handed to the central operations logger.
           copy "copybooks\opsevt.cpy".

       procedure division.

       run-invoice-match section.

           accept ws-run-date from date yyyymmdd
           move ws-run-date to ws-rpt-file-date
                               ws-rls-file-date
                               ws-hld-file-date
           open extend match-report-file
           if ws-rpt-status = "35"
               open output match-report-file
           end-if
           if ws-rpt-status not = "00"
               move 9881 to ws-error-code
               string "MATCH-REPORT-FILE OPEN FAILED, STATUS="
                      ws-rpt-status delimited by size
                   into ws-error-msg
               perform a900-raise-exception
           end-if
           move spaces to match-report-line
           string "INVMATCH INVOICE DISCREPANCY REPORT - RUN DATE "
                  ws-run-date " PRICE TOLERANCE " ws-price-tol-pct
                  " PCT" delimited by size into match-report-line
           write match-report-line
           move spaces to match-report-line
           write match-report-line

      *----The release and hold files are written every run, empty
      *    on a day with no invoices, so AP's pickup always finds
      *    them. A second run the same day adds to them: the first
      *    run's invoice file is gone, so its lines exist nowhere
      *    else.
           open extend release-file
           if ws-rls-status = "35"
               open output release-file
           end-if
           if ws-rls-status not = "00"
               move 9882 to ws-error-code
               string "RELEASE-FILE OPEN FAILED, STATUS="
                      ws-rls-status delimited by size
                   into ws-error-msg
               perform a900-raise-exception
           end-if
           open extend hold-file
           if ws-hld-status = "35"
               open output hold-file
           end-if
           if ws-hld-status not = "00"
               move 9883 to ws-error-code
               string "HOLD-FILE OPEN FAILED, STATUS="
                      ws-hld-status delimited by size
                   into ws-error-msg
               perform a900-raise-exception
           end-if

           open input invoice-in-file
           if not ws-iv-ok
               move "NO INVIN FILE THIS RUN" to match-report-line
               write match-report-line
           else
               perform v100-load-invoice-lines
               close invoice-in-file
               perform v200-scan-receiving-history
               open input qc-master-file
               if ws-qc-ok
                   move "Y" to ws-qc-avail
               end-if
               perform v300-decide-invoice-lines
               if ws-qc-available
                   close qc-master-file
               end-if
      *--------Every line is released or held; leaving the file
      *        would release the same lines again on the next run.
               call "CBL_DELETE_FILE" using ws-iv-name
               move 0 to return-code
           end-if
           close release-file
           close hold-file

           move spaces to match-report-line
           write match-report-line
           move ws-release-amount to ws-amount-disp
           move ws-hold-amount to ws-amount-disp2
           move spaces to match-report-line
           string "LINES READ: " ws-read-count
                  " RELEASED: " ws-release-count
                  " AMOUNT " ws-amount-disp
                  " HELD: " ws-hold-count
                  " AMOUNT " ws-amount-disp2
               delimited by size into match-report-line
           write match-report-line
           close match-report-file

           move "INVMATCH" to ops-evt-program
           if ws-hold-count > zeros
               move "W" to ops-evt-severity
           else
               move "I" to ops-evt-severity
           end-if
           move zeros to ops-evt-code
           move spaces to ops-evt-text
           string "INVOICE MATCH: READ " ws-read-count
                  " RELEASED " ws-release-count
                  " HELD " ws-hold-count
               delimited by size into ops-evt-text
           call "OPSLOG0" using ops-event
           move 0 to return-code
           goback.

      *----V100. Load the day's invoice lines, and one receipt
      *    entry per supplier, lot and item billed with the total
      *    quantity billed against it -- two lines billing the same
      *    lot are measured together against what arrived.
       v100-load-invoice-lines.
           perform until ws-iv-eof
               read invoice-in-file
                   at end
                       continue
                   not at end
                       add 1 to ws-read-count
                       if ws-il-count >= ws-il-max
                           move 9884 to ws-error-code
                           move "INVOICE LINE TABLE FULL"
                               to ws-error-msg
                           perform a900-raise-exception
                       end-if
                       add 1 to ws-il-count
                       move ws-il-count to ws-il-idx
                       perform v110-load-one-line
               end-read
           end-perform.

      *----V110. One invoice line into the table; a line that is
      *    not numeric where it must be is kept for the hold file
      *    but gets no receipt entry.
       v110-load-one-line.
           move iv-supplier   to ws-il-supplier(ws-il-idx)
           move iv-invoice-no to ws-il-invoice(ws-il-idx)
           move zero          to ws-il-rc-idx(ws-il-idx)
           if iv-line-no numeric
               move iv-line-no to ws-il-line-no(ws-il-idx)
           else
               move zeros to ws-il-line-no(ws-il-idx)
           end-if
           if iv-lot-id numeric and iv-item-code numeric
              and iv-qty numeric and iv-unit-price numeric
              and iv-supplier not = spaces
               move "Y" to ws-il-valid(ws-il-idx)
               move iv-lot-id     to ws-il-lot-id(ws-il-idx)
               move iv-item-code  to ws-il-item-code(ws-il-idx)
               move iv-qty        to ws-il-qty(ws-il-idx)
               move iv-unit-price to ws-il-price(ws-il-idx)
               perform v120-find-receipt-entry
               move ws-rc-idx to ws-il-rc-idx(ws-il-idx)
               add iv-qty to ws-rc-billed-qty(ws-rc-idx)
           else
               move "N" to ws-il-valid(ws-il-idx)
               move zeros to ws-il-lot-id(ws-il-idx)
                             ws-il-item-code(ws-il-idx)
                             ws-il-qty(ws-il-idx)
                             ws-il-price(ws-il-idx)
           end-if.

      *----V120. The receipt entry for the line's supplier, lot and
      *    item, added the first time it is billed.
       v120-find-receipt-entry.
           move zero to ws-rc-idx
           perform varying ws-rc-k from 1 by 1
                           until ws-rc-k > ws-rc-count
                              or ws-rc-idx not = zero
               if ws-rc-supplier(ws-rc-k) = iv-supplier
                  and ws-rc-lot-id(ws-rc-k) = iv-lot-id
                  and ws-rc-item-code(ws-rc-k) = iv-item-code
                   move ws-rc-k to ws-rc-idx
               end-if
           end-perform
           if ws-rc-idx = zero
               add 1 to ws-rc-count
               move ws-rc-count to ws-rc-idx
               move iv-supplier  to ws-rc-supplier(ws-rc-idx)
               move iv-lot-id    to ws-rc-lot-id(ws-rc-idx)
               move iv-item-code to ws-rc-item-code(ws-rc-idx)
               move zeros to ws-rc-billed-qty(ws-rc-idx)
                             ws-rc-rcv-key(ws-rc-idx)
                             ws-rc-rcv-qty(ws-rc-idx)
                             ws-rc-rcv-price(ws-rc-idx)
               move "N" to ws-rc-lot-seen(ws-rc-idx)
                           ws-rc-item-seen(ws-rc-idx)
           end-if.

      *----V200. One pass over the receiving history: every receipt
      *    from a billed supplier of a billed lot is applied to the
      *    entries it concerns. A RESUBIN replay carries no supplier
      *    and cannot be billed against.
       v200-scan-receiving-history.
           open input recv-history-file
           if not ws-rcv-ok
               move spaces to match-report-line
               string "NO RECEIVING HISTORY ON FILE, STATUS="
                      ws-rcv-status " - EVERY LINE HELD"
                   delimited by size into match-report-line
               write match-report-line
           else
               perform until ws-rcv-eof
                   read recv-history-file
                       at end
                           continue
                       not at end
                           if rcv-source not = spaces
                               perform v210-apply-one-receipt
                           end-if
                   end-read
               end-perform
               close recv-history-file
           end-if.

      *----V210. One receipt against the entries: the lot is seen
      *    for every entry of the supplier's lot; for the entry of
      *    its own item a later receipt replaces the figures, and a
      *    further sub-lot of the same receipt adds to them.
       v210-apply-one-receipt.
           move rcv-run-date to ws-rcv-key-date
           move rcv-run-seq  to ws-rcv-key-seq
           move rcv-grp-cod  to ws-rcv-key-grp
           perform varying ws-rc-k from 1 by 1
                           until ws-rc-k > ws-rc-count
               if ws-rc-supplier(ws-rc-k) = rcv-source
                  and ws-rc-lot-id(ws-rc-k) = rcv-lot-id
                   move "Y" to ws-rc-lot-seen(ws-rc-k)
                   if ws-rc-item-code(ws-rc-k) = rcv-item-code
                       move "Y" to ws-rc-item-seen(ws-rc-k)
                       evaluate true
                           when ws-rcv-key > ws-rc-rcv-key(ws-rc-k)
                               move ws-rcv-key
                                   to ws-rc-rcv-key(ws-rc-k)
                               move rcv-sub-qty
                                   to ws-rc-rcv-qty(ws-rc-k)
                               move rcv-unit-price
                                   to ws-rc-rcv-price(ws-rc-k)
                           when ws-rcv-key = ws-rc-rcv-key(ws-rc-k)
                               add rcv-sub-qty
                                   to ws-rc-rcv-qty(ws-rc-k)
                           when other
                               continue
                       end-evaluate
                   end-if
               end-if
           end-perform.

      *----V300. Decide every invoice line and hand it back to AP.
       v300-decide-invoice-lines.
           move "HELD INVOICE LINES" to match-report-line
           write match-report-line
           perform varying ws-il-idx from 1 by 1
                           until ws-il-idx > ws-il-count
               perform v310-decide-one-line
           end-perform.

      *----V310. One line: first failed test holds it.
       v310-decide-one-line.
           move zeros to ws-hold-reason
           move spaces to ws-hold-text
           move ws-il-rc-idx(ws-il-idx) to ws-rc-idx
           compute ws-line-amount =
               ws-il-qty(ws-il-idx) * ws-il-price(ws-il-idx)
           move space to ws-qc-verdict
           if ws-il-valid(ws-il-idx) = "Y"
               perform v315-check-quality
           end-if
           evaluate true
               when ws-il-valid(ws-il-idx) not = "Y"
                   move 300 to ws-hold-reason
                   move "INVOICE LINE NOT NUMERIC" to ws-hold-text
               when ws-rc-lot-seen(ws-rc-idx) not = "Y"
                   move 301 to ws-hold-reason
                   move "NO RECEIPT OF LOT FROM SUPPLIER"
                       to ws-hold-text
               when ws-rc-item-seen(ws-rc-idx) not = "Y"
                   move 302 to ws-hold-reason
                   move "ITEM NOT RECEIVED ON LOT" to ws-hold-text
               when ws-qc-verdict = "H"
                   move 305 to ws-hold-reason
                   move "LOT ON QUALITY HOLD" to ws-hold-text
               when ws-qc-verdict = "C"
                   move 306 to ws-hold-reason
                   move "LOT CONDEMNED BY QC" to ws-hold-text
               when ws-rc-billed-qty(ws-rc-idx)
                       > ws-rc-rcv-qty(ws-rc-idx)
                   move 303 to ws-hold-reason
                   move "QUANTITY BILLED OVER RECEIVED"
                       to ws-hold-text
               when other
                   compute ws-price-limit =
                       ws-rc-rcv-price(ws-rc-idx)
                           * (100 + ws-price-tol-pct) / 100
                   if ws-il-price(ws-il-idx) > ws-price-limit
                       move 304 to ws-hold-reason
                       move "PRICE OVER CATALOG BEYOND TOLERANCE"
                           to ws-hold-text
                   end-if
           end-evaluate
           if ws-hold-reason = zeros
               perform v320-write-release
           else
               perform v330-write-hold
           end-if.

      *----V315. QC's status of the line's lot, when the receipt
      *    matched is on or after the inspection -- an earlier
      *    delivery under the same lot id is not the one inspected.
       v315-check-quality.
           if ws-qc-available
               move ws-il-lot-id(ws-il-idx) to qc-lot-id
               read qc-master-file
                   invalid key
                       continue
                   not invalid key
                       if ws-rc-rcv-date(ws-rc-idx)
                               >= qc-inspect-date
                           evaluate true
                               when qc-on-hold
                                   move "H" to ws-qc-verdict
                               when qc-condemned
                                   move "C" to ws-qc-verdict
                               when other
                                   continue
                           end-evaluate
                       end-if
               end-read
           end-if.

      *----V320. A line inside tolerance onto the release file.
       v320-write-release.
           add 1 to ws-release-count
           add ws-line-amount to ws-release-amount
           move "R" to py-disposition
           move zeros to py-hold-reason
           move ws-il-supplier(ws-il-idx)  to py-supplier
           move ws-il-invoice(ws-il-idx)   to py-invoice-no
           move ws-il-line-no(ws-il-idx)   to py-line-no
           move ws-il-lot-id(ws-il-idx)    to py-lot-id
           move ws-il-item-code(ws-il-idx) to py-item-code
           move ws-il-qty(ws-il-idx)       to py-billed-qty
           move ws-il-price(ws-il-idx)     to py-billed-price
           move ws-line-amount             to py-billed-amount
           move ws-rc-rcv-qty(ws-rc-idx)   to py-received-qty
           move ws-rc-rcv-price(ws-rc-idx) to py-receipt-price
           move ws-rc-rcv-date(ws-rc-idx)  to py-rcv-run-date
           move ws-rc-rcv-seq(ws-rc-idx)   to py-rcv-run-seq
           move ws-rc-rcv-grp(ws-rc-idx)   to py-rcv-grp-cod
           write py-record.

      *----V330. A line outside tolerance onto the hold file and
      *    the discrepancy report, with what it was measured
      *    against.
       v330-write-hold.
           add 1 to ws-hold-count
           add ws-line-amount to ws-hold-amount
           move "H" to ph-disposition
           move ws-hold-reason             to ph-hold-reason
           move ws-il-supplier(ws-il-idx)  to ph-supplier
           move ws-il-invoice(ws-il-idx)   to ph-invoice-no
           move ws-il-line-no(ws-il-idx)   to ph-line-no
           move ws-il-lot-id(ws-il-idx)    to ph-lot-id
           move ws-il-item-code(ws-il-idx) to ph-item-code
           move ws-il-qty(ws-il-idx)       to ph-billed-qty
           move ws-il-price(ws-il-idx)     to ph-billed-price
           move ws-line-amount             to ph-billed-amount
           if ws-rc-idx = zero
               move zeros to ph-received-qty
                             ph-receipt-price
                             ph-rcv-run-date
                             ph-rcv-run-seq
                             ph-rcv-grp-cod
           else
               move ws-rc-rcv-qty(ws-rc-idx)   to ph-received-qty
               move ws-rc-rcv-price(ws-rc-idx) to ph-receipt-price
               move ws-rc-rcv-date(ws-rc-idx)  to ph-rcv-run-date
               move ws-rc-rcv-seq(ws-rc-idx)   to ph-rcv-run-seq
               move ws-rc-rcv-grp(ws-rc-idx)   to ph-rcv-grp-cod
           end-if
           write ph-record
           move ws-line-amount to ws-amount-disp
           move spaces to match-report-line
           string "  " ph-supplier " INV " ph-invoice-no
                  "/" ph-line-no
                  " LOT " ph-lot-id
                  " ITEM " ph-item-code
                  " BILLED " ph-billed-qty " @ " ph-billed-price
                  " RECEIVED " ph-received-qty
                  " @ " ph-receipt-price
               delimited by size into match-report-line
           write match-report-line
           move spaces to match-report-line
           string "      REASON " ph-hold-reason " "
                  ws-hold-text " AMOUNT " ws-amount-disp
               delimited by size into match-report-line
           write match-report-line.

      *----A900. Structured error handling, same convention as
      *    COLL0: diagnostic code plus message, non-zero condition
      *    code back to the caller. This step is called from
      *    BATCH0, so whatever it had open is closed on the way
      *    out.
       a900-raise-exception.
           display "*** INVMATCH EXCEPTION " ws-error-code ": "
                   ws-error-msg
           move "INVMATCH" to ops-evt-program
           move "S" to ops-evt-severity
           move ws-error-code to ops-evt-code
           move ws-error-msg to ops-evt-text
           call "OPSLOG0" using ops-event
           close invoice-in-file
           close recv-history-file
           close qc-master-file
           close release-file
           close hold-file
           close match-report-file
           move ws-error-code to return-code
           goback.
