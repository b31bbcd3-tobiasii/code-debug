      $set mfoo

      *-------------------------------------------------------------
      * Expiring-stock report. Produce keeps for the number of days
      * PM-SHELF-LIFE-DAYS says; this ages every accepted RCVHIST
      * receipt still in stock from its receipt date against that
      * life and lists, per group and oldest first, the lots past
      * their use-by date or within the warning window of it -- the
      * list the floor rotates first-in-first-out from, and the one
      * that explains the spoilage write-offs. What is still in
      * stock is worked out first-in-first-out: the STKBAL on-hand
      * quantity of an item is taken to be its newest receipts, the
      * older ones having gone out first. Receipts QC holds or has
      * condemned never went into stock and are left out, as
      * STKPOST leaves them out; items with no shelf life on the
      * catalog are not aged.
      *-------------------------------------------------------------
       identification division.
       program-id. EXPSTOCK.
       environment division.

       input-output section.
       file-control.
      *----The stock balances, read end to end for the on-hand
      *    quantity per item.
           select stock-balance-file assign to "STKBAL"
               organization is indexed
               access mode is dynamic
               record key is sb-item-code
               file status is ws-sb-status.

      *----The catalog, for each item's shelf life.
           select produce-master-file assign to "PRODMAST"
               organization is indexed
               access mode is dynamic
               record key is pm-item-code
               alternate record key is pm-item-name
                   with duplicates
               file status is ws-pm-status.

      *----Cumulative receiving history written by COLL0.
           select recv-history-file assign to "RCVHIST"
               organization is line sequential
               file status is ws-rcv-status.

      *----Receiving-QC status per lot, read by the keyed lot id.
           select qc-master-file assign to "QCMAST"
               organization is indexed
               access mode is random
               record key is qc-lot-id
               file status is ws-qc-status.

           select expiry-report-file assign to ws-rpt-file-name
               organization is line sequential
               file status is ws-rpt-status.

       data division.
       file section.
       fd  stock-balance-file
           label records are standard.
           copy "copybooks\stkbal.cpy".

       fd  produce-master-file
           label records are standard.
           copy "copybooks\prodmast.cpy".

       fd  recv-history-file
           label records are standard.
           copy "copybooks\rcvhist.cpy".

       fd  qc-master-file
           label records are standard.
           copy "copybooks\qcmast.cpy".

       fd  expiry-report-file
           label records are standard.
       01  expiry-report-line          pic x(132).

       working-storage section.
      *----File statuses.
           01  ws-sb-status            pic x(2).
               88  ws-sb-ok            value "00".
           01  ws-pm-status            pic x(2).
               88  ws-pm-ok            value "00" "02".
           01  ws-rcv-status           pic x(2).
               88  ws-rcv-ok           value "00".
               88  ws-rcv-eof          value "10".
           01  ws-qc-status            pic x(2).
               88  ws-qc-ok            value "00".
           01  ws-rpt-status           pic x(2).

      *----Run date and the dated report name.
           01  ws-run-date             pic 9(8).
           01  ws-today-int            pic 9(8) comp-5.
           01  ws-rpt-file-name.
               05  filler              pic x(8) value "EXPSTOCK".
               05  ws-rpt-file-date    pic 9(8).
               05  filler              pic x(4) value ".TXT".

      *----Approaching means within this many days of the use-by
      *    date.
           01  ws-warn-days            pic 9(3) value 2.

      *----Quality holds: whether QCMAST is there to ask, and
      *    whether the receipt just read went into stock.
           01  ws-qc-avail             pic x value "N".
               88  ws-qc-available     value "Y".
           01  ws-rcv-stocked          pic x.
               88  ws-rcv-in-stock     value "Y".

      *----Every group's COLL0 books the same delivery, so a lot's
      *    receipts count once, from the first group seen to book
      *    it on its run -- STKPOST's rule. A run's receipts lie
      *    together on RCVHIST, so the table holds one run's lots
      *    at a time.
           01  ws-lt-count             pic 9(4) comp-5 value zero.
           01  ws-lt-max               pic 9(4) comp-5 value 5000.
           01  ws-lt-idx               pic 9(4) comp-5.
           01  ws-lt-k                 pic 9(4) comp-5.
           01  ws-lt-run.
               05  ws-lt-run-date      pic 9(08).
               05  ws-lt-run-seq       pic 9(02).
           01  ws-lt-tab.
               05  ws-lt-entry         occurs 5000 times.
                   10  ws-lt-source    pic x(08).
                   10  ws-lt-lot-id    pic 9(05).
                   10  ws-lt-grp-cod   pic 9(03).

      *----Items in stock with a shelf life: the on-hand quantity,
      *    what RCVHIST says came in, and how much of the oldest
      *    receipts has already gone out. Sized well past the
      *    catalog.
           01  ws-it-count             pic 9(4) comp-5 value zero.
           01  ws-it-max               pic 9(4) comp-5 value 5000.
           01  ws-it-idx               pic 9(4) comp-5.
           01  ws-it-k                 pic 9(4) comp-5.
           01  ws-it-tab.
               05  ws-it-entry         occurs 5000 times.
                   10  ws-it-item-code pic 9(05).
                   10  ws-it-shelf     pic 9(03).
                   10  ws-it-on-hand   pic s9(07).
                   10  ws-it-received  pic s9(09).
                   10  ws-it-gone      pic s9(09).
                   10  ws-it-used      pic s9(09).

      *----On-hand receipts past or near their use-by date, in
      *    RCVHIST order, which is oldest first.
           01  ws-ex-count             pic 9(4) comp-5 value zero.
           01  ws-ex-max               pic 9(4) comp-5 value 2000.
           01  ws-ex-idx               pic 9(4) comp-5.
           01  ws-ex-tab.
               05  ws-ex-entry         occurs 2000 times.
                   10  ws-ex-grp-cod   pic 9(03).
                   10  ws-ex-lot-id    pic 9(05).
                   10  ws-ex-sub-lot   pic 9(05).
                   10  ws-ex-item-code pic 9(05).
                   10  ws-ex-item-name pic x(20).
                   10  ws-ex-rcv-date  pic 9(08).
                   10  ws-ex-age       pic 9(05).
                   10  ws-ex-shelf     pic 9(03).
                   10  ws-ex-use-by    pic 9(08).
                   10  ws-ex-left      pic s9(05).
                   10  ws-ex-qty       pic 9(07).
           01  ws-ex-overflow          pic 9(6) value zeros.

      *----Groups with something to list, in ascending order.
           01  ws-grp-count            pic 9(3) comp-5 value zero.
           01  ws-grp-max              pic 9(3) comp-5 value 200.
           01  ws-grp-idx              pic 9(3) comp-5.
           01  ws-grp-k                pic 9(3) comp-5.
           01  ws-grp-tab.
               05  ws-grp-cod          occurs 200 times
                                       pic 9(03).
           01  ws-grp-known            pic x.
               88  ws-grp-on-list      value "Y".

      *----One receipt's arithmetic.
           01  ws-take-qty             pic s9(09).
           01  ws-left-qty             pic s9(09).
           01  ws-rcv-int              pic 9(8) comp-5.
           01  ws-use-by-int           pic 9(8) comp-5.
           01  ws-days-left            pic s9(5) comp-5.

      *----Edited fields and tallies for the report.
           01  ws-age-disp             pic zzzz9.
           01  ws-left-disp            pic -(4)9.
           01  ws-qty-disp             pic z(6)9.
           01  ws-status-text          pic x(8).
           01  ws-expired-count        pic 9(6) value zeros.
           01  ws-expiring-count       pic 9(6) value zeros.
           01  ws-expired-qty          pic 9(9) value zeros.
           01  ws-expiring-qty         pic 9(9) value zeros.

      *----Structured exception data, same convention as COLL0's
      *    A900 handler.
           01  ws-error-code           pic 9(4) comp-5.
           01  ws-error-msg            pic x(80).

      *----Event record handed to the central operations logger.
           copy "copybooks\opsevt.cpy".

       procedure division.

       run-expiry-report section.

           accept ws-run-date from date yyyymmdd
           compute ws-today-int =
               function integer-of-date(ws-run-date)
           move ws-run-date to ws-rpt-file-date
           open output expiry-report-file
           if ws-rpt-status not = "00"
               move 9981 to ws-error-code
               string "EXPIRY-REPORT-FILE OPEN FAILED, STATUS="
                      ws-rpt-status delimited by size
                   into ws-error-msg
               perform a900-raise-exception
           end-if
           move spaces to expiry-report-line
           string "EXPSTOCK EXPIRING STOCK - RUN DATE " ws-run-date
                  " WARNING WINDOW " ws-warn-days " DAYS"
               delimited by size into expiry-report-line
           write expiry-report-line
           move spaces to expiry-report-line
           write expiry-report-line

           perform e100-load-stock-items

      *----No quality file just means no lot has been inspected.
           open input qc-master-file
           if ws-qc-ok
               move "Y" to ws-qc-avail
           end-if
           if ws-it-count > zero
               perform e200-total-receipts
               perform e300-age-receipts
           end-if
           if ws-qc-available
               close qc-master-file
           end-if

           perform e400-print-report
           close expiry-report-file

           move "EXPSTOCK" to ops-evt-program
           if ws-expired-count > zeros or ws-ex-overflow > zeros
               move "W" to ops-evt-severity
           else
               move "I" to ops-evt-severity
           end-if
           move zeros to ops-evt-code
           move spaces to ops-evt-text
           string "EXPIRING STOCK: EXPIRED " ws-expired-count
                  " QTY " ws-expired-qty
                  " EXPIRING " ws-expiring-count
                  " QTY " ws-expiring-qty
               delimited by size into ops-evt-text
           call "OPSLOG0" using ops-event
           move 0 to return-code
           goback.

      *----E100. One pass over STKBAL for the items actually on hand
      *    whose catalog row carries a shelf life. No balance file
      *    yet means nothing is in stock.
       e100-load-stock-items.
           open input stock-balance-file
           if ws-sb-ok
               open input produce-master-file
               if not ws-pm-ok
                   move 9982 to ws-error-code
                   string "PRODUCE-MASTER OPEN FAILED, STATUS="
                          ws-pm-status delimited by size
                       into ws-error-msg
                   perform a900-raise-exception
               end-if
               perform until not ws-sb-ok
                   read stock-balance-file next record
                       at end
                           move "10" to ws-sb-status
                       not at end
                           if sb-on-hand-qty > zero
                               perform e110-note-stock-item
                           end-if
                   end-read
               end-perform
               close produce-master-file
               close stock-balance-file
           end-if.

      *----E110. One item in stock, kept when it has a shelf life.
       e110-note-stock-item.
           move sb-item-code to pm-item-code
           read produce-master-file
               key is pm-item-code
               invalid key
                   continue
               not invalid key
                   if pm-shelf-life-days > zero
                       if ws-it-count >= ws-it-max
                           move 9983 to ws-error-code
                           move "STOCK ITEM TABLE FULL" to ws-error-msg
                           perform a900-raise-exception
                       end-if
                       add 1 to ws-it-count
                       move sb-item-code
                           to ws-it-item-code(ws-it-count)
                       move pm-shelf-life-days
                           to ws-it-shelf(ws-it-count)
                       move sb-on-hand-qty
                           to ws-it-on-hand(ws-it-count)
                       move zeros to ws-it-received(ws-it-count)
                                     ws-it-used(ws-it-count)
                   end-if
           end-read.

      *----E200. First pass over RCVHIST: everything each item took
      *    into stock. The excess over what is on hand is what has
      *    gone out, taken from the oldest receipts first.
       e200-total-receipts.
           perform e150-open-receipts
           perform until ws-rcv-eof
               read recv-history-file
                   at end
                       continue
                   not at end
                       perform e230-find-lot-group
                       move zero to ws-it-idx
                       if ws-lt-grp-cod(ws-lt-idx) = rcv-grp-cod
                           perform e210-find-item
                       end-if
                       if ws-it-idx not = zero
                           perform e220-check-in-stock
                           if ws-rcv-in-stock
                               add rcv-sub-qty
                                   to ws-it-received(ws-it-idx)
                           end-if
                       end-if
               end-read
           end-perform
           close recv-history-file
           perform varying ws-it-idx from 1 by 1
                           until ws-it-idx > ws-it-count
               compute ws-it-gone(ws-it-idx) =
                   ws-it-received(ws-it-idx) - ws-it-on-hand(ws-it-idx)
               if ws-it-gone(ws-it-idx) < zero
                   move zeros to ws-it-gone(ws-it-idx)
               end-if
           end-perform.

      *----E150. Open the receiving history for a pass, with no
      *    run's lots noted yet.
       e150-open-receipts.
           move zero to ws-lt-count
           move zeros to ws-lt-run
           move "00" to ws-rcv-status
           open input recv-history-file
           if not ws-rcv-ok
               move 9984 to ws-error-code
               string "RECV-HISTORY-FILE OPEN FAILED, STATUS="
                      ws-rcv-status delimited by size
                   into ws-error-msg
               perform a900-raise-exception
           end-if.

      *----E210. The stock item entry for the receipt just read;
      *    zero when the item is not one being aged.
       e210-find-item.
           move zero to ws-it-idx
           perform varying ws-it-k from 1 by 1
                           until ws-it-k > ws-it-count
                              or ws-it-idx not = zero
               if ws-it-item-code(ws-it-k) = rcv-item-code
                   move ws-it-k to ws-it-idx
               end-if
           end-perform.

      *----E220. Whether the receipt went into stock: not when QC
      *    holds or condemned its lot at or before the receipt, the
      *    same QC test STKPOST applies.
       e220-check-in-stock.
           move "Y" to ws-rcv-stocked
           if ws-qc-available
               move rcv-lot-id to qc-lot-id
               read qc-master-file
                   invalid key
                       continue
                   not invalid key
                       if rcv-run-date >= qc-inspect-date
                          and (qc-on-hold or qc-condemned)
                           move "N" to ws-rcv-stocked
                       end-if
               end-read
           end-if.

      *----E230. The group whose copy of the receipt's lot counts:
      *    the first group seen to book it on its run, noted on the
      *    lot's first receipt. A new run starts a new table.
       e230-find-lot-group.
           if rcv-run-date not = ws-lt-run-date
              or rcv-run-seq not = ws-lt-run-seq
               move zero to ws-lt-count
               move rcv-run-date to ws-lt-run-date
               move rcv-run-seq  to ws-lt-run-seq
           end-if
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
                   move 9985 to ws-error-code
                   move "RECEIPT LOT TABLE FULL" to ws-error-msg
                   perform a900-raise-exception
               end-if
               add 1 to ws-lt-count
               move ws-lt-count to ws-lt-idx
               move rcv-source  to ws-lt-source(ws-lt-idx)
               move rcv-lot-id  to ws-lt-lot-id(ws-lt-idx)
               move rcv-grp-cod to ws-lt-grp-cod(ws-lt-idx)
           end-if.

      *----E300. Second pass over RCVHIST: each receipt first pays
      *    off what has gone out of its item; what is left of it is
      *    on hand and is aged against the item's shelf life.
       e300-age-receipts.
           perform e150-open-receipts
           perform until ws-rcv-eof
               read recv-history-file
                   at end
                       continue
                   not at end
                       perform e230-find-lot-group
                       move zero to ws-it-idx
                       if ws-lt-grp-cod(ws-lt-idx) = rcv-grp-cod
                           perform e210-find-item
                       end-if
                       if ws-it-idx not = zero
                           perform e220-check-in-stock
                           if ws-rcv-in-stock
                               perform e310-age-one-receipt
                           end-if
                       end-if
               end-read
           end-perform
           close recv-history-file.

      *----E310. One receipt: the part still on hand, its age and
      *    its days left; listed when past or near its use-by date.
       e310-age-one-receipt.
           compute ws-take-qty =
               ws-it-gone(ws-it-idx) - ws-it-used(ws-it-idx)
           if ws-take-qty > rcv-sub-qty
               move rcv-sub-qty to ws-take-qty
           end-if
           if ws-take-qty < zero
               move zeros to ws-take-qty
           end-if
           add ws-take-qty to ws-it-used(ws-it-idx)
           compute ws-left-qty = rcv-sub-qty - ws-take-qty
           if ws-left-qty > zero
               compute ws-rcv-int =
                   function integer-of-date(rcv-run-date)
               compute ws-use-by-int =
                   ws-rcv-int + ws-it-shelf(ws-it-idx)
               compute ws-days-left = ws-use-by-int - ws-today-int
               if ws-days-left <= ws-warn-days
                   perform e320-note-expiring
               end-if
           end-if.

      *----E320. One on-hand receipt onto the report table. Past
      *    the table the receipt is counted, and the report says it
      *    is incomplete.
       e320-note-expiring.
           if ws-ex-count >= ws-ex-max
               add 1 to ws-ex-overflow
           else
               add 1 to ws-ex-count
               move rcv-grp-cod    to ws-ex-grp-cod(ws-ex-count)
               move rcv-lot-id     to ws-ex-lot-id(ws-ex-count)
               move rcv-sub-lot-id to ws-ex-sub-lot(ws-ex-count)
               move rcv-item-code  to ws-ex-item-code(ws-ex-count)
               move rcv-item-name  to ws-ex-item-name(ws-ex-count)
               move rcv-run-date   to ws-ex-rcv-date(ws-ex-count)
               compute ws-ex-age(ws-ex-count) =
                   ws-today-int - ws-rcv-int
               move ws-it-shelf(ws-it-idx)
                   to ws-ex-shelf(ws-ex-count)
               move function date-of-integer(ws-use-by-int)
                   to ws-ex-use-by(ws-ex-count)
               move ws-days-left   to ws-ex-left(ws-ex-count)
               move ws-left-qty    to ws-ex-qty(ws-ex-count)
               perform e330-note-group
           end-if.

      *----E330. Remember the receipt's group, keeping the list in
      *    ascending order for the report.
       e330-note-group.
           move "N" to ws-grp-known
           perform varying ws-grp-k from 1 by 1
                           until ws-grp-k > ws-grp-count
                              or ws-grp-on-list
               if ws-grp-cod(ws-grp-k) = rcv-grp-cod
                   move "Y" to ws-grp-known
               end-if
           end-perform
           if not ws-grp-on-list
              and ws-grp-count < ws-grp-max
               add 1 to ws-grp-count
               move ws-grp-count to ws-grp-idx
               perform until ws-grp-idx = 1
                          or ws-grp-cod(ws-grp-idx - 1) < rcv-grp-cod
                   move ws-grp-cod(ws-grp-idx - 1)
                       to ws-grp-cod(ws-grp-idx)
                   subtract 1 from ws-grp-idx
               end-perform
               move rcv-grp-cod to ws-grp-cod(ws-grp-idx)
           end-if.

      *----E400. The report: per group, the listed receipts oldest
      *    first, then the totals.
       e400-print-report.
           perform varying ws-grp-idx from 1 by 1
                           until ws-grp-idx > ws-grp-count
               perform e410-print-group
           end-perform
           if ws-ex-count = zero
               move "NO STOCK PAST OR NEAR ITS USE-BY DATE"
                   to expiry-report-line
               write expiry-report-line
               move spaces to expiry-report-line
               write expiry-report-line
           end-if
           move spaces to expiry-report-line
           string "EXPIRED: " ws-expired-count " RECEIPTS, QTY "
                  ws-expired-qty
                  "  EXPIRING: " ws-expiring-count " RECEIPTS, QTY "
                  ws-expiring-qty
               delimited by size into expiry-report-line
           write expiry-report-line
           if ws-ex-overflow > zeros
               move spaces to expiry-report-line
               string "*** REPORT INCOMPLETE: " ws-ex-overflow
                      " FURTHER RECEIPTS NOT LISTED"
                   delimited by size into expiry-report-line
               write expiry-report-line
           end-if.

      *----E410. One group's block.
       e410-print-group.
           move spaces to expiry-report-line
           string "GROUP " ws-grp-cod(ws-grp-idx)
               delimited by size into expiry-report-line
           write expiry-report-line
           move spaces to expiry-report-line
           string "  LOT    SUB    ITEM  NAME                  "
                  "RECEIVED   AGE  LIFE  USE-BY    LEFT     QTY"
                  "  STATUS"
               delimited by size into expiry-report-line
           write expiry-report-line
           perform varying ws-ex-idx from 1 by 1
                           until ws-ex-idx > ws-ex-count
               if ws-ex-grp-cod(ws-ex-idx) = ws-grp-cod(ws-grp-idx)
                   perform e420-print-receipt-line
               end-if
           end-perform
           move spaces to expiry-report-line
           write expiry-report-line.

      *----E420. One on-hand receipt.
       e420-print-receipt-line.
           if ws-ex-left(ws-ex-idx) < zero
               move "EXPIRED" to ws-status-text
               add 1 to ws-expired-count
               add ws-ex-qty(ws-ex-idx) to ws-expired-qty
           else
               move "EXPIRING" to ws-status-text
               add 1 to ws-expiring-count
               add ws-ex-qty(ws-ex-idx) to ws-expiring-qty
           end-if
           move ws-ex-age(ws-ex-idx)  to ws-age-disp
           move ws-ex-left(ws-ex-idx) to ws-left-disp
           move ws-ex-qty(ws-ex-idx)  to ws-qty-disp
           move spaces to expiry-report-line
           string "  " ws-ex-lot-id(ws-ex-idx)
                  "  " ws-ex-sub-lot(ws-ex-idx)
                  "  " ws-ex-item-code(ws-ex-idx)
                  " " ws-ex-item-name(ws-ex-idx)
                  "  " ws-ex-rcv-date(ws-ex-idx)
                  " " ws-age-disp
                  "   " ws-ex-shelf(ws-ex-idx)
                  "  " ws-ex-use-by(ws-ex-idx)
                  " " ws-left-disp
                  " " ws-qty-disp
                  "  " ws-status-text
               delimited by size into expiry-report-line
           write expiry-report-line.

      *----A900. Structured error handling, same convention as
      *    COLL0: diagnostic code plus message, non-zero condition
      *    code back to the caller.
       a900-raise-exception.
           display "*** EXPSTOCK EXCEPTION " ws-error-code ": "
                   ws-error-msg
           move "EXPSTOCK" to ops-evt-program
           move "S" to ops-evt-severity
           move ws-error-code to ops-evt-code
           move ws-error-msg to ops-evt-text
           call "OPSLOG0" using ops-event
           move ws-error-code to return-code
           goback.
