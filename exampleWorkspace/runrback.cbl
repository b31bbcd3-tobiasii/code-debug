      $set mfoo

      *-------------------------------------------------------------
      * Rollback of one night's run from the cumulative files. When
      * a night turns out to be bad -- the wrong TSTTRANS, the wrong
      * catalog -- its dated reports are superseded by the re-run,
      * but the cumulative files already hold its records and the
      * re-run would double them. Given the run date and sequence,
      * this program takes exactly that run's records back out of
      * RCVHIST, LOTDISP, REJMAST, EXTCTL and RUNHIST, and out of the
      * files the later steps of the night build from them: the
      * claims SUPCLAIM issued on CLMMAST, the PO receipts POMATCH
      * booked on PORCVH (their quantities come back off the POMAST
      * lines, and a line they closed is reopened), and the stock
      * receipts STKPOST journaled on STKJRNL (their quantities come
      * back off STKBAL). Issues, adjustments and QC releases of
      * other nights' receipts posted on the same night stand. Every
      * record removed goes onto the RBACKARCH rollback archive, and
      * a dated rollback report gives the counts per file. The
      * operator signs on for the RUNRBACK function, and the
      * rollback is refused while BATCH0 -- or a maintenance job --
      * holds the SYSSTATE flag.
      *-------------------------------------------------------------
       identification division.
       program-id. RUNRBACK.
       environment division.

       input-output section.
       file-control.
      *----The cumulative file being rolled back, the copy of the
      *    records it keeps, and the records it gives up -- which go
      *    to the archive only once the kept copy is back in place.
           select rb-in-file assign to ws-rb-in-name
               organization is line sequential
               file status is ws-rin-status.

           select rb-keep-file assign to ws-rb-keep-name
               organization is line sequential
               file status is ws-rkp-status.

           select rb-drop-file assign to ws-rb-drop-name
               organization is line sequential
               file status is ws-rdp-status.

      *----The cumulative rollback archive.
           select rb-arch-file assign to "RBACKARCH"
               organization is line sequential
               file status is ws-rar-status.

      *----The keyed files whose figures a rolled-back receipt had
      *    moved: the PO lines and the stock balances.
           select po-master-file assign to "POMAST"
               organization is indexed
               access mode is dynamic
               record key is po-key
               alternate record key is po-supp-item
                   with duplicates
               file status is ws-po-status.

           select stock-balance-file assign to "STKBAL"
               organization is indexed
               access mode is dynamic
               record key is sb-item-code
               file status is ws-sb-status.

      *----Dated rollback report; a second rollback the same day
      *    adds to it.
           select rollback-report-file assign to ws-rpt-file-name
               organization is line sequential
               file status is ws-rpt-status.

       data division.
       file section.
       fd  rb-in-file
           label records are standard.
       01  rb-in-line                  pic x(200).

       fd  rb-keep-file
           label records are standard.
       01  rb-keep-line                pic x(200).

       fd  rb-drop-file
           label records are standard.
       01  rb-drop-line                pic x(200).

       fd  rb-arch-file
           label records are standard.
           copy "copybooks\rbarch.cpy".

       fd  po-master-file
           label records are standard.
           copy "copybooks\pomast.cpy".

       fd  stock-balance-file
           label records are standard.
           copy "copybooks\stkbal.cpy".

       fd  rollback-report-file
           label records are standard.
       01  rollback-report-line        pic x(132).

       working-storage section.
      *----File statuses.
           01  ws-rin-status           pic x(2).
               88  ws-rin-ok           value "00".
               88  ws-rin-eof          value "10".
           01  ws-rkp-status           pic x(2).
           01  ws-rdp-status           pic x(2).
               88  ws-rdp-ok           value "00".
               88  ws-rdp-eof          value "10".
           01  ws-rar-status           pic x(2).
           01  ws-po-status            pic x(2).
               88  ws-po-ok            value "00".
           01  ws-sb-status            pic x(2).
               88  ws-sb-ok            value "00".
           01  ws-rpt-status           pic x(2).

      *----Today, for the report name and the archive stamp.
           01  ws-run-date.
               05  ws-run-date-yyyy    pic 9(4).
               05  ws-run-date-mm      pic 9(2).
               05  ws-run-date-dd      pic 9(2).
           01  ws-rpt-file-name.
               05  filler              pic x(8) value "RBACKRPT".
               05  ws-rpt-file-date    pic 9(8).
               05  filler              pic x(4) value ".TXT".

      *----The run being rolled back, as keyed at the console. The
      *    date and sequence together are also the reference STKPOST
      *    puts on the release of a held receipt.
           01  ws-date-input           pic x(08).
           01  ws-seq-input            pic x(02).
           01  ws-confirm-input        pic x(01).
           01  ws-rb-run-key.
               05  ws-rb-run-date      pic 9(08).
               05  ws-rb-run-seq       pic 9(02).

      *----The cumulative file under rollback, named by the file it
      *    is; the conditions pick the test its records get.
           01  ws-rb-in-name           pic x(08).
               88  ws-rb-rcvhist       value "RCVHIST".
               88  ws-rb-lotdisp       value "LOTDISP".
               88  ws-rb-rejmast       value "REJMAST".
               88  ws-rb-extctl        value "EXTCTL".
               88  ws-rb-runhist       value "RUNHIST".
               88  ws-rb-clmmast       value "CLMMAST".
               88  ws-rb-porcvh        value "PORCVH".
               88  ws-rb-stkjrnl       value "STKJRNL".
           01  ws-rb-keep-name         pic x(12) value "RUNRBACK.TMP".
           01  ws-rb-drop-name         pic x(12) value "RUNRBACK.DRP".
           01  ws-rb-remove            pic x.
               88  ws-rb-removing      value "Y".
           01  ws-copy-rc              pic 9(4) comp-5.

      *----The record just read, under each file's own layout.
           copy "copybooks\rcvhist.cpy".
           copy "copybooks\lotdisp.cpy".
           copy "copybooks\rejmast.cpy".
           copy "copybooks\extctl.cpy".
           copy "copybooks\histrec.cpy".
           copy "copybooks\clmmast.cpy".
           copy "copybooks\porcvh.cpy".
           copy "copybooks\stkjrnl.cpy".

      *----Counts for the file under rollback, and for the whole
      *    rollback.
           01  ws-read-count           pic 9(8) comp-5.
           01  ws-removed-count        pic 9(8) comp-5.
           01  ws-kept-count           pic 9(8) comp-5.
           01  ws-total-removed        pic 9(8) comp-5 value zero.
           01  ws-runhist-count        pic 9(8) comp-5 value zero.
           01  ws-read-disp            pic 9(8).
           01  ws-removed-disp         pic 9(8).
           01  ws-kept-disp            pic 9(8).
           01  ws-total-disp           pic 9(8).
           01  ws-runhist-disp         pic 9(8).

      *----What the removed PO and stock receipts gave back.
           01  ws-po-adjusted          pic 9(6) comp-5 value zero.
           01  ws-po-reopened          pic 9(6) comp-5 value zero.
           01  ws-po-missing           pic 9(6) comp-5 value zero.
           01  ws-sb-adjusted          pic 9(6) comp-5 value zero.
           01  ws-sb-missing           pic 9(6) comp-5 value zero.
           01  ws-count-disp-a         pic 9(6).
           01  ws-count-disp-b         pic 9(6).
           01  ws-count-disp-c         pic 9(6).
           01  ws-keyed-open           pic x.
               88  ws-keyed-is-open    value "Y".

      *----Structured exception data, same convention as COLL0's
      *    A900 handler.
           01  ws-error-code           pic 9(4) comp-5.
           01  ws-error-msg            pic x(80).

      *----Event record handed to the central operations logger.
           copy "copybooks\opsevt.cpy".

      *----Request record for the SYSSTAT0 system-status interlock,
      *    and whether this run owns the maintenance flag yet.
           copy "copybooks\staterq.cpy".
           01  ws-state-held           pic x value "N".
               88  ws-state-owned      value "Y".

      *----Sign-on for the audited override.
           copy "copybooks\operreq.cpy".

       procedure division.

       run-rollback section.

      *----System-status interlock: the cumulative files must not be
      *    rewritten while the nightly batch is appending to them,
      *    nor while a maintenance job holds the system. The flag
      *    goes up here and comes down on every way out.
           display "RUNRBACK: ROLLBACK OF A RUN FROM THE CUMULATIVE"
                   " FILES"
           move "R" to ssr-func
           move "RUNRBACK" to ssr-program
           call "SYSSTAT0" using sys-state-req
           if not ssr-cur-idle
               display "RUNRBACK: SYSTEM HELD BY " ssr-cur-program
                       " STATE " ssr-cur-state
                       " SINCE " ssr-cur-date " " ssr-cur-time
                       " - ROLLBACK REFUSED"
               move 9641 to ws-error-code
               string "ROLLBACK REFUSED - SYSTEM HELD BY "
                      ssr-cur-program delimited by size
                   into ws-error-msg
               perform a900-raise-exception
           end-if
           move "S" to ssr-func
           move "M" to ssr-state
           call "SYSSTAT0" using sys-state-req
           move "Y" to ws-state-held

           accept ws-run-date from date yyyymmdd
           move ws-run-date to ws-rpt-file-date

      *----The run to roll back: a date and a sequence 01-99.
           display "ENTER RUN DATE YYYYMMDD: " with no advancing
           accept ws-date-input
           display "ENTER RUN SEQUENCE NN: " with no advancing
           accept ws-seq-input
           if ws-date-input not numeric
              or ws-date-input = zeros
              or ws-seq-input not numeric
              or ws-seq-input = zeros
               move 9642 to ws-error-code
               move "RUN DATE AND SEQUENCE REQUIRED" to ws-error-msg
               perform a900-raise-exception
           end-if
           move ws-date-input to ws-rb-run-date
           move ws-seq-input  to ws-rb-run-seq

      *----Say what is about to go, and have the operator confirm
      *    it and sign on for it.
           perform r100-count-run-history
           display "RUNRBACK: RUN " ws-rb-run-date " SEQ "
                   ws-rb-run-seq " HAS " ws-runhist-disp
                   " RUNHIST RECORDS"
           if ws-runhist-count = zero
               display "RUNRBACK: RUN NOT ON RUNHIST - CHECK THE"
                       " DATE AND SEQUENCE"
           end-if
           display "RUNRBACK: ROLL BACK RUN " ws-rb-run-date
                   " SEQ " ws-rb-run-seq " (Y/N)? "
                   with no advancing
           accept ws-confirm-input
           if ws-confirm-input not = "Y"
               display "RUNRBACK: ROLLBACK ABANDONED - NOTHING"
                       " CHANGED"
               perform r900-release-state
               move 4 to return-code
               goback
           end-if
           move "RUNRBACK" to oar-function
           move "RUNRBACK" to oar-program
           call "OPERCHK" using oper-auth-req
           if not oar-granted
               move 9643 to ws-error-code
               move "ROLLBACK REFUSED - OPERATOR SIGN-ON NOT"
                   & " GRANTED" to ws-error-msg
               perform a900-raise-exception
           end-if
           move oar-operator-id to ops-evt-operator

           open extend rollback-report-file
           if ws-rpt-status = "35"
               open output rollback-report-file
           end-if
           if ws-rpt-status not = "00"
               move 9644 to ws-error-code
               string "ROLLBACK-REPORT-FILE OPEN FAILED, STATUS="
                      ws-rpt-status delimited by size
                   into ws-error-msg
               perform a900-raise-exception
           end-if
           move spaces to rollback-report-line
           string "RUNRBACK ROLLBACK OF RUN " ws-rb-run-date
                  " SEQ " ws-rb-run-seq
                  " - ROLLED BACK " ws-run-date
                  " BY " oar-operator-id " " oar-operator-name
               delimited by size into rollback-report-line
           write rollback-report-line
           move spaces to rollback-report-line
           write rollback-report-line

      *----The archive is opened before any live file is replaced,
      *    and stays open for the whole rollback: a record taken off
      *    a live file always has somewhere to go.
           open extend rb-arch-file
           if ws-rar-status = "35"
               open output rb-arch-file
           end-if
           if ws-rar-status not = "00"
               move 9645 to ws-error-code
               string "RBACKARCH OPEN FAILED, STATUS=" ws-rar-status
                   delimited by size into ws-error-msg
               perform a900-raise-exception
           end-if

      *----RUNHIST goes last: until the rollback is through it
      *    still names the run, and a rollback cut short is simply
      *    run again -- what is already out is not found twice.
           move "RCVHIST" to ws-rb-in-name
           perform r200-roll-back-file
           move "LOTDISP" to ws-rb-in-name
           perform r200-roll-back-file
           move "REJMAST" to ws-rb-in-name
           perform r200-roll-back-file
           move "EXTCTL" to ws-rb-in-name
           perform r200-roll-back-file
           move "CLMMAST" to ws-rb-in-name
           perform r200-roll-back-file
           move "PORCVH" to ws-rb-in-name
           perform r200-roll-back-file
           move "STKJRNL" to ws-rb-in-name
           perform r200-roll-back-file
           move "RUNHIST" to ws-rb-in-name
           perform r200-roll-back-file
           close rb-arch-file

           perform r500-print-totals
           close rollback-report-file

           display "RUNRBACK: RUN " ws-rb-run-date " SEQ "
                   ws-rb-run-seq " ROLLED BACK, " ws-total-disp
                   " RECORDS REMOVED - SEE " ws-rpt-file-name
      *----A PO line or balance that could not be given back leaves
      *    POMAST or STKBAL to be put right by hand: a warning, and
      *    condition code 4.
           move "RUNRBACK" to ops-evt-program
           if ws-po-missing > zero or ws-sb-missing > zero
               move "W" to ops-evt-severity
           else
               move "I" to ops-evt-severity
           end-if
           move zeros to ops-evt-code
           move spaces to ops-evt-text
           string "RUN " ws-rb-run-date " SEQ " ws-rb-run-seq
                  " ROLLED BACK, RECORDS REMOVED " ws-total-disp
               delimited by size into ops-evt-text
           call "OPSLOG0" using ops-event
           perform r900-release-state
           if ws-po-missing > zero or ws-sb-missing > zero
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           goback.

      *----R100. How many RUNHIST records name the run, so the
      *    operator sees a mistyped run before confirming it.
       r100-count-run-history.
           move "RUNHIST" to ws-rb-in-name
           open input rb-in-file
           if ws-rin-ok
               perform until ws-rin-eof
                   read rb-in-file
                       at end
                           continue
                       not at end
                           move rb-in-line to hist-record
                           if hist-run-date = ws-rb-run-date
                              and hist-run-seq = ws-rb-run-seq
                               add 1 to ws-runhist-count
                           end-if
                   end-read
               end-perform
               close rb-in-file
           end-if
           move ws-runhist-count to ws-runhist-disp.

      *----R200. Roll the run back out of one cumulative file: the
      *    records it keeps go to the work copy, the run's records to
      *    the drop file. Only when the kept copy is back under the
      *    live name do the dropped records go to the archive and
      *    give back what they had moved -- and the keyed file they
      *    give back to is opened first, so a file it cannot reach
      *    leaves the live file untouched. A file with none of the
      *    run's records is left as it is.
       r200-roll-back-file.
           move zeros to ws-read-count
                         ws-removed-count
                         ws-kept-count
           open input rb-in-file
           if ws-rin-status = "35"
               move spaces to rollback-report-line
               string ws-rb-in-name " NOT ON FILE - NOTHING TO ROLL"
                      " BACK" delimited by size
                   into rollback-report-line
               write rollback-report-line
           else
               if not ws-rin-ok
                   move 9646 to ws-error-code
                   string ws-rb-in-name " OPEN FAILED, STATUS="
                          ws-rin-status delimited by size
                       into ws-error-msg
                   perform a900-raise-exception
               end-if
               open output rb-keep-file
               open output rb-drop-file
               if ws-rkp-status not = "00"
                  or ws-rdp-status not = "00"
                   move 9646 to ws-error-code
                   string "ROLLBACK WORK FILE OPEN FAILED, STATUS="
                          ws-rkp-status "/" ws-rdp-status
                       delimited by size into ws-error-msg
                   perform a900-raise-exception
               end-if
               perform until ws-rin-eof
                   read rb-in-file
                       at end
                           continue
                       not at end
                           add 1 to ws-read-count
                           perform r210-judge-record
                           if ws-rb-removing
                               add 1 to ws-removed-count
                               move rb-in-line to rb-drop-line
                               write rb-drop-line
                           else
                               add 1 to ws-kept-count
                               move rb-in-line to rb-keep-line
                               write rb-keep-line
                           end-if
                   end-read
               end-perform
               close rb-in-file
               close rb-keep-file
               close rb-drop-file
               if ws-removed-count > zero
                   perform r230-open-keyed-file
                   perform r220-replace-file
                   perform r300-archive-removed
                   perform r240-close-keyed-file
               end-if
               call "CBL_DELETE_FILE" using ws-rb-keep-name
               call "CBL_DELETE_FILE" using ws-rb-drop-name
               move 0 to return-code
               add ws-removed-count to ws-total-removed
               move ws-read-count    to ws-read-disp
               move ws-removed-count to ws-removed-disp
               move ws-kept-count    to ws-kept-disp
               move spaces to rollback-report-line
               string ws-rb-in-name "  READ " ws-read-disp
                      "  REMOVED " ws-removed-disp
                      "  KEPT " ws-kept-disp
                   delimited by size into rollback-report-line
               write rollback-report-line
           end-if.

      *----R210. Is this record the run's? Each file names the run
      *    its own way. A REJMAST event written before events carried
      *    a sequence cannot be told apart and stays. On STKJRNL the
      *    run's receipts are its R and H movements, and an earlier
      *    or later release of one of its held receipts is a Q
      *    carrying the run as its reference; the night's issues,
      *    adjustments and releases of other receipts stand.
       r210-judge-record.
           move "N" to ws-rb-remove
           evaluate true
               when ws-rb-rcvhist
                   move rb-in-line to rcv-record
                   if rcv-run-date = ws-rb-run-date
                      and rcv-run-seq = ws-rb-run-seq
                       move "Y" to ws-rb-remove
                   end-if
               when ws-rb-lotdisp
                   move rb-in-line to ld-record
                   if ld-run-date = ws-rb-run-date
                      and ld-run-seq = ws-rb-run-seq
                       move "Y" to ws-rb-remove
                   end-if
               when ws-rb-rejmast
                   move rb-in-line to rm-record
                   if rm-run-seq numeric
                      and rm-stamp-date = ws-rb-run-date
                      and rm-run-seq = ws-rb-run-seq
                      and rm-operator = spaces
                       move "Y" to ws-rb-remove
                   end-if
               when ws-rb-extctl
                   move rb-in-line to xc-record
                   if xc-extr-date = ws-rb-run-date
                      and xc-run-seq = ws-rb-run-seq
                       move "Y" to ws-rb-remove
                   end-if
               when ws-rb-runhist
                   move rb-in-line to hist-record
                   if hist-run-date = ws-rb-run-date
                      and hist-run-seq = ws-rb-run-seq
                       move "Y" to ws-rb-remove
                   end-if
               when ws-rb-clmmast
                   move rb-in-line to cm-record
                   if cm-run-date = ws-rb-run-date
                      and cm-run-seq = ws-rb-run-seq
                       move "Y" to ws-rb-remove
                   end-if
               when ws-rb-porcvh
                   move rb-in-line to pr-record
                   if pr-run-date = ws-rb-run-date
                      and pr-run-seq = ws-rb-run-seq
                       move "Y" to ws-rb-remove
                   end-if
               when ws-rb-stkjrnl
                   move rb-in-line to sj-record
                   if (sj-receipt or sj-held-receipt)
                      and sj-run-date = ws-rb-run-date
                      and sj-run-seq = ws-rb-run-seq
                       move "Y" to ws-rb-remove
                   end-if
                   if sj-released-receipt
                      and sj-reference = ws-rb-run-key
                       move "Y" to ws-rb-remove
                   end-if
           end-evaluate.

      *----R220. Put the kept records back under the live name, the
      *    HOUSEKPG way. A failed copy leaves the live file as it
      *    was and the kept copy on disk; the rollback stops there,
      *    and is run again once the cause is cleared.
       r220-replace-file.
           call "CBL_COPY_FILE" using ws-rb-keep-name
                                      ws-rb-in-name
           move return-code to ws-copy-rc
           if ws-copy-rc not = 0
               move spaces to rollback-report-line
               string "*** " ws-rb-in-name
                      " NOT ROLLED BACK - COPY-BACK FAILED,"
                      " ORIGINAL UNTOUCHED" delimited by size
                   into rollback-report-line
               write rollback-report-line
               close rollback-report-file
               move 9649 to ws-error-code
               string "COPY BACK TO " ws-rb-in-name " FAILED"
                   delimited by size into ws-error-msg
               perform a900-raise-exception
           end-if.

      *----R230. PO receipts give back to POMAST and stock receipts
      *    to STKBAL; either file out of reach stops the rollback
      *    before the receipts leave the live file, since their
      *    quantities could not be given back afterwards.
       r230-open-keyed-file.
           move "N" to ws-keyed-open
           evaluate true
               when ws-rb-porcvh
                   open i-o po-master-file
                   if not ws-po-ok
                       move 9647 to ws-error-code
                       string "POMAST OPEN FAILED, STATUS="
                              ws-po-status " - PORCVH NOT ROLLED BACK"
                           delimited by size into ws-error-msg
                       perform a900-raise-exception
                   end-if
                   move "Y" to ws-keyed-open
               when ws-rb-stkjrnl
                   open i-o stock-balance-file
                   if not ws-sb-ok
                       move 9648 to ws-error-code
                       string "STKBAL OPEN FAILED, STATUS="
                              ws-sb-status " - STKJRNL NOT ROLLED BACK"
                           delimited by size into ws-error-msg
                       perform a900-raise-exception
                   end-if
                   move "Y" to ws-keyed-open
               when other
                   continue
           end-evaluate.

      *----R240. Close whichever keyed file R230 opened.
       r240-close-keyed-file.
           if ws-keyed-is-open
               evaluate true
                   when ws-rb-porcvh
                       close po-master-file
                   when ws-rb-stkjrnl
                       close stock-balance-file
               end-evaluate
               move "N" to ws-keyed-open
           end-if.

      *----R300. The run's records, now off the live file, go onto
      *    the rollback archive; PO receipts and stock receipts give
      *    back the quantities they had put on POMAST and STKBAL.
       r300-archive-removed.
           open input rb-drop-file
           perform until ws-rdp-eof
               read rb-drop-file
                   at end
                       continue
                   not at end
                       move ws-run-date    to rb-rollback-date
                       move ws-rb-run-date to rb-run-date
                       move ws-rb-run-seq  to rb-run-seq
                       move ws-rb-in-name  to rb-file
                       move rb-drop-line   to rb-image
                       write rb-record
                       if ws-keyed-is-open
                           evaluate true
                               when ws-rb-porcvh
                                   perform r310-give-back-po-line
                               when ws-rb-stkjrnl
                                   perform r320-give-back-stock
                               when other
                                   continue
                           end-evaluate
                       end-if
               end-read
           end-perform
           close rb-drop-file.

      *----R310. One PO receipt taken back: its quantity comes off
      *    the line's received-to-date, and a line it had filled is
      *    open again.
       r310-give-back-po-line.
           move rb-drop-line to pr-record
           move pr-po-number  to po-number
           move pr-po-line-no to po-line-no
           read po-master-file key is po-key
               invalid key
                   perform r315-report-missing-po-line
               not invalid key
                   if pr-qty > po-recv-qty
                       move zeros to po-recv-qty
                   else
                       subtract pr-qty from po-recv-qty
                   end-if
                   if po-closed
                      and po-recv-qty < po-order-qty
                       move "O" to po-status
                       move zeros to po-close-date
                       add 1 to ws-po-reopened
                   end-if
                   rewrite po-record
                       invalid key
                           add 1 to ws-po-missing
                       not invalid key
                           add 1 to ws-po-adjusted
                   end-rewrite
           end-read.

      *----R315. A PO receipt whose line has left POMAST.
       r315-report-missing-po-line.
           add 1 to ws-po-missing
           move spaces to rollback-report-line
           string "  PO LINE " pr-po-number "/" pr-po-line-no
                  " NOT ON POMAST - QTY " pr-qty
                  " NOT GIVEN BACK" delimited by size
               into rollback-report-line
           write rollback-report-line.

      *----R320. One stock receipt taken back: a receipt taken into
      *    stock, or a held one since released, comes off the
      *    item's balance. A held receipt never reached the balance.
       r320-give-back-stock.
           move rb-drop-line to sj-record
           if not sj-held-receipt
               move sj-item-code to sb-item-code
               read stock-balance-file key is sb-item-code
                   invalid key
                       perform r325-report-missing-balance
                   not invalid key
                       subtract sj-qty from sb-on-hand-qty
                       subtract sj-weight from sb-on-hand-weight
                       move ws-run-date to sb-last-move-date
                       rewrite sb-record
                           invalid key
                               add 1 to ws-sb-missing
                           not invalid key
                               add 1 to ws-sb-adjusted
                       end-rewrite
               end-read
           end-if.

      *----R325. A stock receipt whose item has no balance record.
       r325-report-missing-balance.
           add 1 to ws-sb-missing
           move spaces to rollback-report-line
           string "  STKBAL ITEM " sj-item-code
                  " NOT ON FILE - RECEIPT OF LOT " sj-lot-id
                  " NOT GIVEN BACK" delimited by size
               into rollback-report-line
           write rollback-report-line.

      *----R500. Report trailer: what the PO lines and balances gave
      *    back, the total removed, and the dated outputs the re-run
      *    supersedes -- including the GL journal, which if already
      *    posted has to be reversed on the ledger itself.
       r500-print-totals.
           move ws-po-adjusted to ws-count-disp-a
           move ws-po-reopened to ws-count-disp-b
           move ws-po-missing  to ws-count-disp-c
           move spaces to rollback-report-line
           string "POMAST   LINES GIVEN BACK " ws-count-disp-a
                  "  REOPENED " ws-count-disp-b
                  "  NOT FOUND " ws-count-disp-c
               delimited by size into rollback-report-line
           write rollback-report-line
           move ws-sb-adjusted to ws-count-disp-a
           move ws-sb-missing  to ws-count-disp-c
           move spaces to rollback-report-line
           string "STKBAL   BALANCES GIVEN BACK " ws-count-disp-a
                  "  NOT FOUND " ws-count-disp-c
               delimited by size into rollback-report-line
           write rollback-report-line
           move spaces to rollback-report-line
           write rollback-report-line
           move ws-total-removed to ws-total-disp
           move spaces to rollback-report-line
           string "RECORDS REMOVED TO RBACKARCH: " ws-total-disp
               delimited by size into rollback-report-line
           write rollback-report-line
           move spaces to rollback-report-line
           string "DATED S" ws-rb-run-seq " OUTPUTS OF "
                  ws-rb-run-date " ARE SUPERSEDED BY THE RE-RUN;"
                  " A GLJRNL" ws-rb-run-date "S" ws-rb-run-seq
                  " ALREADY POSTED MUST BE REVERSED ON THE LEDGER"
               delimited by size into rollback-report-line
           write rollback-report-line
           move spaces to rollback-report-line
           write rollback-report-line.

      *----R900. Drop the maintenance flag this run raised.
       r900-release-state.
           move "C" to ssr-func
           move "RUNRBACK" to ssr-program
           call "SYSSTAT0" using sys-state-req
           move "N" to ws-state-held.

      *----A900. Structured error handling, same convention as
      *    COLL0: diagnostic code plus message, non-zero condition
      *    code back to the caller.
       a900-raise-exception.
           display "*** RUNRBACK EXCEPTION " ws-error-code ": "
                   ws-error-msg
           move "RUNRBACK" to ops-evt-program
           move "S" to ops-evt-severity
           move ws-error-code to ops-evt-code
           move ws-error-msg to ops-evt-text
           call "OPSLOG0" using ops-event
      *----Only a run that actually raised the maintenance flag may
      *    drop it -- a start refused because somebody else holds
      *    the system must leave their flag alone.
           if ws-state-owned
               perform r900-release-state
           end-if
           move ws-error-code to return-code
           goback.
