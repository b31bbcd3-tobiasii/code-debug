      $set mfoo

      *-------------------------------------------------------------
      * Purchase-order matching for the day's deliveries. Applies
      * purchasing's POTRAN transactions (new PO lines, quantity or
      * due-date changes, cancellations) to the keyed POMAST file,
      * then matches every delivered sub-lot on the day's TSTTRANS
      * against the open PO lines of the TST-HDR-SOURCE supplier for
      * the PM-ITEM-CODE the catalog resolves its text to -- earliest
      * due date first -- booking the received quantity and closing
      * each line once it is fully received. Each application lands
      * on the cumulative PORCVH receipt history. The dated PO
      * receipt report shows what was received against which line,
      * the deliveries with no open PO, and then the short
      * shipments, over-shipments and past-due lines with nothing
      * received, so an unordered delivery is found at the receiving
      * desk instead of when purchasing asks why the bill is wrong.
      *-------------------------------------------------------------
       identification division.
       program-id. POMATCH.
       environment division.

       input-output section.
       file-control.
      *----The purchase-order lines, opened I-O so receipts, closes
      *    and purchasing's changes land directly on the keyed file.
           select po-master-file assign to "POMAST"
               organization is indexed
               access mode is dynamic
               record key is po-key
               alternate record key is po-supp-item
                   with duplicates
               file status is ws-po-status.

      *----Purchasing's daily PO transactions; consumed once applied.
           select po-tran-file assign to "POTRAN"
               organization is line sequential
               file status is ws-pot-status.

      *----The day's deliveries, the same file COLL0 edits.
           select tst-trans-file assign to "TSTTRANS"
               organization is sequential
               file status is ws-tst-status.

      *----The catalog, read through the name alternate key the way
      *    COLL0's A026 match does.
           select produce-master-file assign to "PRODMAST"
               organization is indexed
               access mode is dynamic
               record key is pm-item-code
               alternate record key is pm-item-name
                   with duplicates
               file status is ws-pm-status.

      *----Cumulative record of every quantity applied to a PO line.
           select po-receipt-file assign to "PORCVH"
               organization is line sequential
               file status is ws-pr-status.

      *----The night's run date and sequence, from BATCH0.
           select run-seq-file assign to "RUNSEQ"
               organization is line sequential
               file status is ws-seq-status.

      *----The dated PO receipt report.
           select po-report-file assign to ws-rpt-file-name
               organization is line sequential
               file status is ws-rpt-status.

       data division.
       file section.
       fd  po-master-file
           label records are standard.
           copy "copybooks\pomast.cpy".

       fd  po-tran-file
           label records are standard.
           copy "copybooks\potran.cpy".

       fd  tst-trans-file
           label records are standard.
           copy "copybooks\tst_var.cpy".

       fd  produce-master-file
           label records are standard.
           copy "copybooks\prodmast.cpy".

       fd  po-receipt-file
           label records are standard.
           copy "copybooks\porcvh.cpy".

       fd  run-seq-file
           label records are standard.
           copy "copybooks\runseq.cpy".

       fd  po-report-file
           label records are standard.
       01  po-report-line              pic x(132).

       working-storage section.
      *----File statuses.
           01  ws-po-status            pic x(2).
               88  ws-po-ok            value "00".
           01  ws-pot-status           pic x(2).
               88  ws-pot-ok           value "00".
               88  ws-pot-eof          value "10".
           01  ws-tst-status           pic x(2).
               88  ws-tst-ok           value "00".
               88  ws-tst-eof          value "10".
           01  ws-pm-status            pic x(2).
               88  ws-pm-ok            value "00" "02".
           01  ws-pr-status            pic x(2).
               88  ws-pr-ok            value "00".
               88  ws-pr-eof           value "10".
           01  ws-seq-status           pic x(2).
           01  ws-rpt-status           pic x(2).

      *----Run date and sequence, and the dated report name.
           01  ws-run-date             pic 9(8).
           01  ws-run-seq              pic 9(2) value zeros.
           01  ws-today-int            pic 9(8) comp-5.
           01  ws-rpt-file-name.
               05  filler              pic x(8) value "PORCVRPT".
               05  ws-rpt-file-date    pic 9(8).
               05  filler              pic x(4) value ".TXT".

      *----The PO transaction file is consumed once applied, so
      *    tomorrow's run does not add the same lines again.
           01  ws-pot-name             pic x(6) value "POTRAN".

      *----The day's delivery file: its header supplier and date,
      *    and whether an earlier run already matched it.
           01  ws-tst-source           pic x(08) value spaces.
           01  ws-tst-file-date        pic 9(08) value zeros.
           01  ws-have-header          pic x value "N".
               88  ws-header-read      value "Y".
           01  ws-applied-before       pic x value "N".
               88  ws-already-applied  value "Y".
           01  ws-tst-idx              pic 9(2) comp-5.
           01  ws-pm-open              pic x value "N".
               88  ws-catalog-open     value "Y".

      *----Allocation of one sub-lot's quantity across the open
      *    lines: the quantity still to place, the earliest-due
      *    open line found, and the last line it touched (where any
      *    over-shipped excess is booked).
           01  ws-remain-qty           pic 9(05).
           01  ws-open-qty             pic 9(05).
           01  ws-apply-qty            pic 9(05).
           01  ws-best-key             pic x(13).
           01  ws-best-due             pic 9(08).
           01  ws-last-key             pic x(13).
           01  ws-line-found           pic x.
               88  ws-have-line        value "Y".
           01  ws-line-touched         pic x.
               88  ws-touched-a-line   value "Y".
           01  ws-scan-done            pic x.
               88  ws-scan-eof         value "Y".
           01  ws-pr-new-kind          pic x(01).
           01  ws-line-note            pic x(09).

      *----Which of the end-of-run PO line listings P300 is
      *    printing.
           01  ws-list-kind            pic x(01).
               88  ws-list-short       value "S".
               88  ws-list-over        value "O".
               88  ws-list-past-due    value "P".
           01  ws-days-late            pic s9(5) comp-5.
           01  ws-days-late-disp       pic z(4)9.

      *----Report tallies.
           01  ws-tran-count           pic 9(5) value zeros.
           01  ws-tran-reject-count    pic 9(5) value zeros.
           01  ws-sublot-count         pic 9(5) value zeros.
           01  ws-matched-count        pic 9(5) value zeros.
           01  ws-no-po-count          pic 9(5) value zeros.
           01  ws-nocat-count          pic 9(5) value zeros.
           01  ws-closed-count         pic 9(5) value zeros.
           01  ws-short-count          pic 9(5) value zeros.
           01  ws-over-count           pic 9(5) value zeros.
           01  ws-past-due-count       pic 9(5) value zeros.

      *----Structured exception data, same convention as COLL0's
      *    A900 handler.
           01  ws-error-code           pic 9(4) comp-5.
           01  ws-error-msg            pic x(80).

      *----Event record handed to the central operations logger.
           copy "copybooks\opsevt.cpy".

       procedure division.

       run-po-match section.

           accept ws-run-date from date yyyymmdd
           compute ws-today-int =
               function integer-of-date(ws-run-date)
           perform p050-read-run-seq
           move ws-run-date to ws-rpt-file-date
           open output po-report-file
           if ws-rpt-status not = "00"
               move 9841 to ws-error-code
               string "PO-REPORT-FILE OPEN FAILED, STATUS="
                      ws-rpt-status delimited by size
                   into ws-error-msg
               perform a900-raise-exception
           end-if
           move spaces to po-report-line
           string "POMATCH PO RECEIPT REPORT - RUN DATE "
                  ws-run-date " SEQ " ws-run-seq
               delimited by size into po-report-line
           write po-report-line
           move spaces to po-report-line
           write po-report-line

      *----The PO file is created empty on the very first run, so
      *    a site with no purchasing feed yet still gets a report.
           open i-o po-master-file
           if ws-po-status = "35"
               open output po-master-file
               close po-master-file
               open i-o po-master-file
           end-if
           if not ws-po-ok
               move 9842 to ws-error-code
               string "PO-MASTER OPEN FAILED, STATUS="
                      ws-po-status delimited by size
                   into ws-error-msg
               perform a900-raise-exception
           end-if

           perform p100-apply-po-transactions
           perform p200-match-deliveries

           move "S" to ws-list-kind
           perform p300-list-po-lines
           move "O" to ws-list-kind
           perform p300-list-po-lines
           move "P" to ws-list-kind
           perform p300-list-po-lines
           close po-master-file

           move spaces to po-report-line
           write po-report-line
           move spaces to po-report-line
           string "SUB-LOTS: " ws-sublot-count
                  " MATCHED: " ws-matched-count
                  " NO PO: " ws-no-po-count
                  " NOT ON CATALOG: " ws-nocat-count
               delimited by size into po-report-line
           write po-report-line
           move spaces to po-report-line
           string "LINES CLOSED: " ws-closed-count
                  " SHORT: " ws-short-count
                  " OVER: " ws-over-count
                  " PAST DUE: " ws-past-due-count
               delimited by size into po-report-line
           write po-report-line
           close po-report-file

           move "POMATCH " to ops-evt-program
           if ws-no-po-count > zeros
              or ws-over-count > zeros
              or ws-past-due-count > zeros
               move "W" to ops-evt-severity
           else
               move "I" to ops-evt-severity
           end-if
           move zeros to ops-evt-code
           move spaces to ops-evt-text
           string "PO MATCH: MATCHED " ws-matched-count
                  " NO PO " ws-no-po-count
                  " OVER " ws-over-count
                  " PAST DUE " ws-past-due-count
               delimited by size into ops-evt-text
           call "OPSLOG0" using ops-event
           move 0 to return-code
           goback.

      *----P050. The night's run sequence from BATCH0's RUNSEQ
      *    file; a standalone run on a day BATCH0 has not run
      *    stamps sequence zero.
       p050-read-run-seq.
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

      *----P100. Purchasing's transactions for the day. No POTRAN
      *    file just means no PO changes since the last run.
       p100-apply-po-transactions.
           open input po-tran-file
           if ws-pot-ok
               move "PURCHASE-ORDER TRANSACTIONS" to po-report-line
               write po-report-line
               perform until ws-pot-eof
                   read po-tran-file
                       at end
                           continue
                       not at end
                           add 1 to ws-tran-count
                           perform p110-apply-one-transaction
                   end-read
               end-perform
               close po-tran-file
      *--------Every transaction is applied or reported rejected;
      *        leaving the file would add the same lines again on
      *        the next run.
               call "CBL_DELETE_FILE" using ws-pot-name
               move 0 to return-code
               move spaces to po-report-line
               write po-report-line
           end-if.

      *----P110. One PO transaction: an add must carry a supplier,
      *    a real item code, a quantity and a due date; a change or
      *    cancel must name an open line on file.
       p110-apply-one-transaction.
           evaluate true
               when pot-add
                   if pot-supplier = spaces
                      or pot-item-code not numeric
                      or pot-item-code = zeros
                      or pot-item-code = 99999
                      or pot-order-qty not numeric
                      or pot-order-qty = zeros
                      or pot-due-date not numeric
                      or pot-due-date = zeros
                       move "ADD REJECTED - INCOMPLETE PO LINE"
                           to ws-error-msg
                       perform p180-report-tran-reject
                   else
                       move pot-number    to po-number
                       move pot-line-no   to po-line-no
                       move pot-supplier  to po-supplier
                       move pot-item-code to po-item-code
                       move pot-order-qty to po-order-qty
                       move pot-due-date  to po-due-date
                       move zeros to po-recv-qty
                                     po-last-recv-date
                                     po-close-date
                       move "O" to po-status
                       write po-record
                           invalid key
                               move "ADD REJECTED - PO LINE ALREADY"
                                   & " ON FILE" to ws-error-msg
                               perform p180-report-tran-reject
                           not invalid key
                               move spaces to po-report-line
                               string "ADDED    PO " po-number
                                      "/" po-line-no
                                      " SUPPLIER " po-supplier
                                      " ITEM " po-item-code
                                      " QTY " po-order-qty
                                      " DUE " po-due-date
                                   delimited by size
                                   into po-report-line
                               write po-report-line
                       end-write
                   end-if
               when pot-change or pot-cancel
                   move pot-number  to po-number
                   move pot-line-no to po-line-no
                   read po-master-file key is po-key
                       invalid key
                           move "PO LINE NOT ON FILE"
                               to ws-error-msg
                           perform p180-report-tran-reject
                       not invalid key
                           if not po-open
                               move "PO LINE NOT OPEN"
                                   to ws-error-msg
                               perform p180-report-tran-reject
                           else
                               perform p120-change-or-cancel
                           end-if
                   end-read
               when other
                   move "INVALID ACTION CODE" to ws-error-msg
                   perform p180-report-tran-reject
           end-evaluate.

      *----P120. Change or cancel one open line. A quantity cut to
      *    what has already arrived closes the line there and then.
       p120-change-or-cancel.
           if pot-cancel
               move "X" to po-status
               move ws-run-date to po-close-date
           else
               if pot-order-qty numeric
                  and pot-order-qty not = zeros
                   move pot-order-qty to po-order-qty
               end-if
               if pot-due-date numeric
                  and pot-due-date not = zeros
                   move pot-due-date to po-due-date
               end-if
               if po-recv-qty >= po-order-qty
                   move "C" to po-status
                   move ws-run-date to po-close-date
                   add 1 to ws-closed-count
               end-if
           end-if
           rewrite po-record
               invalid key
                   move "PO LINE REWRITE FAILED" to ws-error-msg
                   perform p180-report-tran-reject
               not invalid key
                   move spaces to po-report-line
                   if pot-cancel
                       string "CANCELLED PO " po-number
                              "/" po-line-no
                              " RECEIVED " po-recv-qty
                              " OF " po-order-qty
                           delimited by size into po-report-line
                   else
                       string "CHANGED  PO " po-number
                              "/" po-line-no
                              " QTY " po-order-qty
                              " DUE " po-due-date
                              " STATUS " po-status
                           delimited by size into po-report-line
                   end-if
                   write po-report-line
           end-rewrite.

      *----P180. One refused PO transaction and the reason.
       p180-report-tran-reject.
           add 1 to ws-tran-reject-count
           move spaces to po-report-line
           string "REJECT " pot-action " PO " pot-number
                  "/" pot-line-no " " pot-supplier
                  " " pot-item-code
                  " - " ws-error-msg delimited by size
               into po-report-line
           write po-report-line.

      *----P200. Match the day's delivery file. The header names
      *    the supplier; a file an earlier run already matched (a
      *    same-day re-run) is reported and not booked twice.
       p200-match-deliveries.
           open input tst-trans-file
           if not ws-tst-ok
               move spaces to po-report-line
               string "NO TSTTRANS FILE THIS RUN, STATUS="
                      ws-tst-status " - NO DELIVERIES MATCHED"
                   delimited by size into po-report-line
               write po-report-line
           else
               read tst-trans-file
                   at end
                       continue
                   not at end
                       if tst-header-rec
                           move "Y" to ws-have-header
                           move tst-hdr-source to ws-tst-source
                           move tst-hdr-file-date
                               to ws-tst-file-date
                       end-if
               end-read
               evaluate true
                   when not ws-header-read
                       move "TSTTRANS HAS NO HEADER RECORD - NO"
                           & " DELIVERIES MATCHED" to po-report-line
                       write po-report-line
                   when ws-tst-source = spaces
                       move "TSTTRANS HEADER NAMES NO SUPPLIER - NO"
                           & " DELIVERIES MATCHED" to po-report-line
                       write po-report-line
                   when other
                       perform p210-check-already-applied
                       if ws-already-applied
                           move spaces to po-report-line
                           string "DELIVERIES FROM " ws-tst-source
                                  " FILE DATE " ws-tst-file-date
                                  " ALREADY MATCHED ON AN EARLIER"
                                  " RUN - NOT BOOKED AGAIN"
                               delimited by size
                               into po-report-line
                           write po-report-line
                       else
                           perform p220-book-deliveries
                       end-if
               end-evaluate
               close tst-trans-file
           end-if.

      *----P210. Has this supplier's delivery file for this file
      *    date already been booked? No receipt history yet means
      *    nothing has.
       p210-check-already-applied.
           open input po-receipt-file
           if ws-pr-ok
               perform until ws-pr-eof or ws-already-applied
                   read po-receipt-file
                       at end
                           continue
                       not at end
                           if pr-file-date = ws-tst-file-date
                              and pr-supplier = ws-tst-source
                               move "Y" to ws-applied-before
                           end-if
                   end-read
               end-perform
               close po-receipt-file
           end-if.

      *----P220. Book every sub-lot of every delivered lot. The
      *    receipt history and the catalog are held open across
      *    the pass.
       p220-book-deliveries.
           open extend po-receipt-file
           if ws-pr-status = "35"
               open output po-receipt-file
           end-if
           if not ws-pr-ok
               move 9843 to ws-error-code
               string "PO-RECEIPT-FILE OPEN FAILED, STATUS="
                      ws-pr-status delimited by size
                   into ws-error-msg
               perform a900-raise-exception
           end-if
           open input produce-master-file
           if not ws-pm-ok
               move 9844 to ws-error-code
               string "PRODUCE-MASTER OPEN FAILED, STATUS="
                      ws-pm-status delimited by size
                   into ws-error-msg
               perform a900-raise-exception
           end-if
           move "Y" to ws-pm-open
           move spaces to po-report-line
           string "DELIVERIES FROM " ws-tst-source
                  " FILE DATE " ws-tst-file-date
               delimited by size into po-report-line
           write po-report-line
           perform until ws-tst-eof
               read tst-trans-file
                   at end
                       continue
                   not at end
                       if not tst-header-rec
                          and not tst-trailer-rec
                          and tst-sub-lot-count > 0
                          and tst-sub-lot-count <= 20
                           perform varying ws-tst-idx from 1 by 1
                                   until ws-tst-idx > tst-sub-lot-count
                               perform p230-book-one-sub-lot
                           end-perform
                       end-if
               end-read
           end-perform
           close produce-master-file
           move "N" to ws-pm-open
           close po-receipt-file
           move spaces to po-report-line
           write po-report-line.

      *----P230. One delivered sub-lot: resolve its text to an item
      *    code through the catalog, then spread the quantity over
      *    the supplier's open lines for the item, earliest due
      *    first. What is left once every open line is full is an
      *    over-shipment on the last line touched; a sub-lot that
      *    touched no line at all was never ordered.
       p230-book-one-sub-lot.
           if tst-sub-qty(ws-tst-idx) = zeros
               continue
           else
               add 1 to ws-sublot-count
               move tst-sub-lot-text(ws-tst-idx) to pm-item-name
               read produce-master-file
                   key is pm-item-name
                   invalid key
                       move "23" to ws-pm-status
                   not invalid key
                       if pm-header-rec or pm-trailer-rec
                           move "23" to ws-pm-status
                       end-if
               end-read
               if not ws-pm-ok
                   add 1 to ws-nocat-count
                   move spaces to po-report-line
                   string "NOT ON CATALOG LOT " tst-lot-id
                          " SUB " tst-sub-lot-id(ws-tst-idx)
                          " " tst-sub-lot-text(ws-tst-idx)
                          " - NOT MATCHED"
                       delimited by size into po-report-line
                   write po-report-line
               else
                   move tst-sub-qty(ws-tst-idx) to ws-remain-qty
                   move "N" to ws-line-touched
                   move "Y" to ws-line-found
                   perform until ws-remain-qty = zeros
                                 or not ws-have-line
                       perform p240-find-earliest-open-line
                       if ws-have-line
                           perform p250-apply-to-line
                       end-if
                   end-perform
                   if ws-remain-qty > zeros
                       if ws-touched-a-line
                           perform p260-book-over-shipment
                       else
                           perform p270-report-no-po
                       end-if
                   end-if
               end-if
           end-if.

      *----P240. The supplier's open line for the item with the
      *    earliest due date, through the supplier/item alternate
      *    key; the line is left read for P250.
       p240-find-earliest-open-line.
           move "N" to ws-line-found
           move "N" to ws-scan-done
           move 99999999 to ws-best-due
           move ws-tst-source to po-supplier
           move pm-item-code  to po-item-code
           start po-master-file
               key is equal to po-supp-item
               invalid key
                   move "Y" to ws-scan-done
           end-start
           perform until ws-scan-eof
               read po-master-file next record
                   at end
                       move "Y" to ws-scan-done
                   not at end
                       if po-supplier not = ws-tst-source
                          or po-item-code not = pm-item-code
                           move "Y" to ws-scan-done
                       else
                           if po-open
                              and po-due-date < ws-best-due
                               move "Y" to ws-line-found
                               move po-due-date to ws-best-due
                               move po-key to ws-best-key
                           end-if
                       end-if
               end-read
           end-perform
           if ws-have-line
               move ws-best-key to po-key
               read po-master-file key is po-key
                   invalid key
                       move "N" to ws-line-found
               end-read
           end-if.

      *----P250. Book as much of the sub-lot as the line still has
      *    open; a line that is now fully received is closed.
       p250-apply-to-line.
           compute ws-open-qty = po-order-qty - po-recv-qty
           if ws-remain-qty < ws-open-qty
               move ws-remain-qty to ws-apply-qty
           else
               move ws-open-qty to ws-apply-qty
           end-if
           add ws-apply-qty to po-recv-qty
           subtract ws-apply-qty from ws-remain-qty
           move ws-run-date to po-last-recv-date
           if po-recv-qty >= po-order-qty
               move "C" to po-status
               move ws-run-date to po-close-date
               add 1 to ws-closed-count
           end-if
           rewrite po-record
               invalid key
                   move 9845 to ws-error-code
                   string "PO LINE " po-number "/" po-line-no
                          " REWRITE FAILED" delimited by size
                       into ws-error-msg
                   perform a900-raise-exception
           end-rewrite
           move "Y" to ws-line-touched
           move po-key to ws-last-key
           add 1 to ws-matched-count
           move spaces to ws-line-note
           if po-closed
               move " - CLOSED" to ws-line-note
           end-if
           move "M" to ws-pr-new-kind
           perform p280-write-receipt-history
           move spaces to po-report-line
           string "RECEIVED LOT " tst-lot-id
                  " SUB " tst-sub-lot-id(ws-tst-idx)
                  " ITEM " po-item-code " " pm-item-name
                  " QTY " ws-apply-qty
                  " PO " po-number "/" po-line-no
                  " ORDERED " po-order-qty
                  " TO DATE " po-recv-qty
                  ws-line-note
               delimited by size into po-report-line
           write po-report-line.

      *----P260. Every open line is full and quantity is left over:
      *    the excess is booked onto the last line the sub-lot
      *    filled, which the over-shipment listing then shows.
       p260-book-over-shipment.
           move ws-last-key to po-key
           read po-master-file key is po-key
               invalid key
                   move 9846 to ws-error-code
                   string "PO LINE " ws-last-key
                          " NOT READABLE FOR OVER-SHIPMENT"
                       delimited by size into ws-error-msg
                   perform a900-raise-exception
           end-read
           move ws-remain-qty to ws-apply-qty
           add ws-apply-qty to po-recv-qty
           move ws-run-date to po-last-recv-date
           rewrite po-record
               invalid key
                   move 9845 to ws-error-code
                   string "PO LINE " po-number "/" po-line-no
                          " REWRITE FAILED" delimited by size
                       into ws-error-msg
                   perform a900-raise-exception
           end-rewrite
           move zeros to ws-remain-qty
           move "O" to ws-pr-new-kind
           perform p280-write-receipt-history
           move spaces to po-report-line
           string "OVER     LOT " tst-lot-id
                  " SUB " tst-sub-lot-id(ws-tst-idx)
                  " ITEM " po-item-code " " pm-item-name
                  " EXCESS " ws-apply-qty
                  " PO " po-number "/" po-line-no
                  " ORDERED " po-order-qty
                  " TO DATE " po-recv-qty
               delimited by size into po-report-line
           write po-report-line.

      *----P270. A delivered sub-lot the supplier had no open line
      *    for.
       p270-report-no-po.
           add 1 to ws-no-po-count
           move spaces to po-report-line
           string "NO OPEN PO LOT " tst-lot-id
                  " SUB " tst-sub-lot-id(ws-tst-idx)
                  " ITEM " pm-item-code " " pm-item-name
                  " QTY " ws-remain-qty
                  " SUPPLIER " ws-tst-source
               delimited by size into po-report-line
           write po-report-line.

      *----P280. One applied quantity onto the receipt history; the
      *    kind is staged by the caller, the line is the one just
      *    rewritten.
       p280-write-receipt-history.
           move ws-run-date      to pr-run-date
           move ws-run-seq       to pr-run-seq
           move ws-tst-file-date to pr-file-date
           move ws-tst-source    to pr-supplier
           move po-number        to pr-po-number
           move po-line-no       to pr-po-line-no
           move po-item-code     to pr-item-code
           move tst-lot-id       to pr-lot-id
           move tst-sub-lot-id(ws-tst-idx) to pr-sub-lot-id
           move ws-apply-qty     to pr-qty
           move ws-pr-new-kind   to pr-kind
           write pr-record.

      *----P300. One pass over every PO line for one of the end-of-
      *    run listings: lines received into today and still short,
      *    lines received today beyond the ordered quantity, and
      *    open lines past due with nothing received at all.
       p300-list-po-lines.
           move spaces to po-report-line
           evaluate true
               when ws-list-short
                   move "SHORT SHIPMENTS - RECEIVED TODAY, LINE STILL"
                       & " OPEN" to po-report-line
               when ws-list-over
                   move "OVER-SHIPMENTS - RECEIVED BEYOND THE ORDERED"
                       & " QUANTITY" to po-report-line
               when ws-list-past-due
                   move "PAST DUE - OPEN LINES WITH NOTHING RECEIVED"
                       to po-report-line
           end-evaluate
           write po-report-line
           move "N" to ws-scan-done
           move low-values to po-key
           start po-master-file
               key is not less than po-key
               invalid key
                   move "Y" to ws-scan-done
           end-start
           perform until ws-scan-eof
               read po-master-file next record
                   at end
                       move "Y" to ws-scan-done
                   not at end
                       perform p310-list-one-line
               end-read
           end-perform
           move spaces to po-report-line
           write po-report-line.

      *----P310. One PO line against the listing being printed.
       p310-list-one-line.
           evaluate true
               when ws-list-short
                   if po-open
                      and po-last-recv-date = ws-run-date
                      and po-recv-qty > zeros
                       add 1 to ws-short-count
                       compute ws-open-qty =
                           po-order-qty - po-recv-qty
                       move spaces to po-report-line
                       string "  PO " po-number "/" po-line-no
                              " " po-supplier
                              " ITEM " po-item-code
                              " ORDERED " po-order-qty
                              " RECEIVED " po-recv-qty
                              " STILL DUE " ws-open-qty
                              " DUE " po-due-date
                           delimited by size into po-report-line
                       write po-report-line
                   end-if
               when ws-list-over
                   if po-last-recv-date = ws-run-date
                      and po-recv-qty > po-order-qty
                       add 1 to ws-over-count
                       compute ws-open-qty =
                           po-recv-qty - po-order-qty
                       move spaces to po-report-line
                       string "  PO " po-number "/" po-line-no
                              " " po-supplier
                              " ITEM " po-item-code
                              " ORDERED " po-order-qty
                              " RECEIVED " po-recv-qty
                              " EXCESS " ws-open-qty
                           delimited by size into po-report-line
                       write po-report-line
                   end-if
               when ws-list-past-due
                   if po-open
                      and po-recv-qty = zeros
                      and po-due-date < ws-run-date
                       add 1 to ws-past-due-count
                       compute ws-days-late = ws-today-int
                           - function integer-of-date(po-due-date)
                       move ws-days-late to ws-days-late-disp
                       move spaces to po-report-line
                       string "  PO " po-number "/" po-line-no
                              " " po-supplier
                              " ITEM " po-item-code
                              " ORDERED " po-order-qty
                              " DUE " po-due-date
                              " DAYS LATE " ws-days-late-disp
                           delimited by size into po-report-line
                       write po-report-line
                   end-if
           end-evaluate.

      *----A900. Structured error handling, same convention as
      *    COLL0: diagnostic code plus message, non-zero condition
      *    code back to the caller. This step is called from
      *    BATCH0, so whatever it had open is closed on the way
      *    out, or tomorrow's OPEN fails on a file left open.
       a900-raise-exception.
           display "*** POMATCH EXCEPTION " ws-error-code ": "
                   ws-error-msg
           move "POMATCH " to ops-evt-program
           move "S" to ops-evt-severity
           move ws-error-code to ops-evt-code
           move ws-error-msg to ops-evt-text
           call "OPSLOG0" using ops-event
           close po-master-file
           close tst-trans-file
           close po-receipt-file
           close po-report-file
           if ws-catalog-open
               close produce-master-file
           end-if
           move ws-error-code to return-code
           goback.
