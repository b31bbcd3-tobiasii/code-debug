      * inverse transactions applied, newest first, with the
      * control records rebuilt -- so a bad PRODTRAN day no longer
      * means restoring the whole PRODMAST from backup and losing
      * the good changes with the bad. A reversal is an override:
      * the operator signs on through OPERCHK and must hold the
      * REVRQST authority, and is named on the journal and the ops
      * log. A change moving the price or
      * weight past the APPRCTL limit, or a delete of an item
      * received lately, is held on the PENDAPPR pending-approval
      * file instead of applied, until a second person's approval
      * transaction releases it on a later run; a held change left
      * unapproved past the expiry days lapses.
      *-------------------------------------------------------------
       identification division.
       program-id. PRODMNT.
               organization is line sequential
               file status is ws-rvq-status.

      *----Two-person approval: the limits, and the cumulative
      *    pending-approval file shared with MEDMNT.
           select appr-control-file assign to "APPRCTL"
               organization is line sequential
               file status is ws-ac-status.

           select pending-appr-file assign to "PENDAPPR"
               organization is line sequential
               file status is ws-pa-status.

      *----Receiving history, for the items received lately that a
      *    delete must not remove unseen.
           select recv-history-file assign to "RCVHIST"
               organization is line sequential
               file status is ws-rcv-status.

       data division.
       file section.
       fd  produce-master-file
       01  reverse-request-record.
           05  rv-journal-date         pic 9(08).

       fd  appr-control-file
           label records are standard.
           copy "copybooks\apprctl.cpy".

       fd  pending-appr-file
           label records are standard.
           copy "copybooks\pendappr.cpy".

       fd  recv-history-file
           label records are standard.
           copy "copybooks\rcvhist.cpy".

       working-storage section.
      *----File statuses.
           01  ws-pm-status            pic x(2).
               05  ws-run-date-yyyy    pic 9(4).
               05  ws-run-date-mm      pic 9(2).
               05  ws-run-date-dd      pic 9(2).
           01  ws-run-date-num redefines ws-run-date pic 9(8).
           01  ws-maint-file-name.
               05  filler              pic x(8) value "MAINTRPT".
               05  ws-maint-file-date  pic 9(8).
               05  ws-before-name      pic x(20).
               05  ws-before-weight    pic 9(05)V99.
               05  ws-before-price     pic 9(05)V99.
               05  ws-before-shelf     pic 9(03).

      *----Control-record rebuild: the recount of what is actually
      *    on file after the day's transactions, written back to the
                       15  ws-jt-aft-name   pic x(20).
                       15  ws-jt-aft-weight pic 9(05)V99.
                       15  ws-jt-aft-price  pic 9(05)V99.
      *----------------Shelf life as journaled: blank on journals
      *                written before the catalog carried it.
                   10  ws-jt-bef-shelf pic x(03).
                   10  ws-jt-aft-shelf pic x(03).

      *----Two-person approval: the APPRCTL limits, the open held
      *    transactions off PENDAPPR -- a slot per open pending
      *    number, freed when it is released, declined or lapses --
      *    and the verdict on the transaction in hand.
           01  ws-ac-status            pic x(2).
           01  ws-pa-status            pic x(2).
               88  ws-pa-ok            value "00".
               88  ws-pa-eof           value "10".
           01  ws-change-pct           pic 9(03) value 20.
           01  ws-recent-days          pic 9(03) value 30.
           01  ws-expiry-days          pic 9(03) value 7.
           01  ws-pa-last-id           pic 9(06) value zeros.
           01  ws-key-pend-id          pic 9(06).
           01  ws-pa-count             pic 9(4) comp-5 value zero.
           01  ws-pa-max               pic 9(4) comp-5 value 1000.
           01  ws-pa-idx               pic 9(4) comp-5.
           01  ws-pa-free              pic 9(4) comp-5.
           01  ws-pa-tab.
               05  ws-pa-entry         occurs 1000 times.
                   10  ws-pa-open      pic x(01).
                   10  ws-pa-id        pic 9(06).
                   10  ws-pa-source    pic x(08).
                   10  ws-pa-held-date pic 9(08).
                   10  ws-pa-maker     pic x(08).
                   10  ws-pa-image     pic x(60).
           01  ws-hold-flag            pic x.
               88  ws-hold-tran        value "Y".
           01  ws-hold-reason          pic x(40).
           01  ws-lim-old              pic 9(05)V99.
           01  ws-lim-new              pic 9(05)V99.
           01  ws-lim-diff             pic 9(05)V99.
           01  ws-today-int            pic 9(8) comp-5.
           01  ws-age-days             pic s9(5) comp-5.
           01  ws-held-count           pic 9(6) comp-5 value zero.
           01  ws-released-count       pic 9(6) comp-5 value zero.
           01  ws-declined-count       pic 9(6) comp-5 value zero.
           01  ws-expired-count        pic 9(6) comp-5 value zero.
           01  ws-held-count-disp      pic 9(6).
           01  ws-released-count-disp  pic 9(6).
           01  ws-declined-count-disp  pic 9(6).
           01  ws-expired-count-disp   pic 9(6).

      *----Items received within the recent-days window, with the
      *    latest receipt date, loaded off RCVHIST on the first
      *    delete of the run.
           01  ws-rcv-status           pic x(2).
               88  ws-rcv-ok           value "00".
               88  ws-rcv-eof          value "10".
           01  ws-rr-state             pic x value "N".
               88  ws-rr-loaded        value "Y".
           01  ws-rr-cutoff            pic 9(8).
           01  ws-rr-count             pic 9(4) comp-5 value zero.
           01  ws-rr-max               pic 9(4) comp-5 value 5000.
           01  ws-rr-idx               pic 9(4) comp-5.
           01  ws-rr-k                 pic 9(4) comp-5.
           01  ws-rr-tab.
               05  ws-rr-entry         occurs 5000 times.
                   10  ws-rr-item      pic 9(05).
                   10  ws-rr-date      pic 9(08).

      *----Structured exception data, same convention as COLL0's
      *    A900 handler.
           01  ws-state-held           pic x value "N".
               88  ws-state-owned      value "Y".

      *----Request record for the OPERCHK operator sign-on a
      *    reversal asks for.
           copy "copybooks\operreq.cpy".

       procedure division.

       run-maintenance section.
               close reverse-request-file
           end-if

      *----A reversal is signed for: an operator without the
      *    REVRQST authority stops the run here, with the request
      *    left in place for someone who has it.
           if ws-reversal-mode
               move "REVRQST " to oar-function
               move "PRODMNT " to oar-program
               call "OPERCHK" using oper-auth-req
               if not oar-granted
                   move 9112 to ws-error-code
                   move "REVERSAL REFUSED - OPERATOR SIGN-ON NOT"
                       & " GRANTED" to ws-error-msg
                   perform a900-raise-exception
               end-if
               move oar-operator-id to ops-evt-operator
           end-if

      *----In reversal mode the requested day's journal is read
      *    into memory first, before this run's own journal is
      *    opened -- reversing today's journal must not read a file
               perform a310-load-reversal-journal
           end-if

      *----An apply run first takes stock of the held transactions:
      *    the limits, the ones still open, and any that have lapsed
      *    since the last run.
           if ws-apply-mode
               perform a400-load-approvals
           end-if

      *----This run's own journal: every transaction applied below,
      *    forward or inverse, lands here with its images.
           move ws-run-date to ws-jrnl-file-date
                   end-read
               end-perform
               close prod-tran-file
               close pending-appr-file
           end-if

           close prod-journal-file
           else
               string "MAINTENANCE COMPLETE, APPLIED "
                      ws-applied-count-disp " REJECTED "
                      ws-reject-count-disp " HELD "
                      ws-held-count-disp " RELEASED "
                      ws-released-count-disp delimited by size
                   into ops-evt-text
           end-if
           call "OPSLOG0" using ops-event
           goback.

      *----A110. Route one transaction by action code; anything that
      *    is not A/C/D/P/X is itself a reject. A change or delete
      *    over the approval limits is held, not applied.
       a110-apply-transaction.
           evaluate true
               when pt-approve
                   perform a430-approve-pending
               when pt-decline
                   perform a440-decline-pending
               when pt-item-code = zeros or pt-item-code = 99999
                   move "KEY RESERVED FOR FILE CONTROL RECORDS"
                       to ws-error-msg
               when pt-add
                   perform a120-apply-add
               when pt-change
                   perform a450-check-change-limits
                   if ws-hold-tran
                       perform a472-hold-if-keyer-given
                   else
                       perform a130-apply-change
                   end-if
               when pt-delete
                   perform a460-check-recent-receipts
                   if ws-hold-tran
                       perform a472-hold-if-keyer-given
                   else
                       perform a140-apply-delete
                   end-if
               when other
                   move "INVALID ACTION CODE" to ws-error-msg
                   perform a180-report-reject
           move pt-item-name   to pm-item-name
           move pt-unit-weight to pm-unit-weight
           move pt-unit-price  to pm-unit-price
           if pt-shelf-life-days numeric
               move pt-shelf-life-days to pm-shelf-life-days
           else
               move zeros to pm-shelf-life-days
           end-if
           write pm-record
               invalid key
                   move "ADD REJECTED - CODE ALREADY ON FILE"
                   string "ADD    " pt-item-code
                          " AFTER : " pt-item-name " "
                          pt-unit-weight " "
                          pt-unit-price " "
                          pm-shelf-life-days delimited by size
                       into maint-report-line
                   write maint-report-line
                   move "A" to pj-action
                   move pt-item-code to pj-item-code
                   move spaces to pj-before
                   move zeros to pj-bef-shelf-life
                   move pt-item-name   to pj-aft-name
                   move pt-unit-weight to pj-aft-weight
                   move pt-unit-price  to pj-aft-price
                   move pm-shelf-life-days to pj-aft-shelf-life
                   perform a160-write-journal
           end-write.

                   move pm-item-name   to ws-before-name
                   move pm-unit-weight to ws-before-weight
                   move pm-unit-price  to ws-before-price
                   move pm-shelf-life-days to ws-before-shelf
                   move pt-item-name   to pm-item-name
                   move pt-unit-weight to pm-unit-weight
                   move pt-unit-price  to pm-unit-price
                   if pt-shelf-life-days numeric
                       move pt-shelf-life-days to pm-shelf-life-days
                   end-if
                   rewrite pm-record
                       invalid key
                           move "CHANGE REWRITE FAILED" to ws-error-msg
                           string "CHANGE " pt-item-code
                                  " BEFORE: " ws-before-name " "
                                  ws-before-weight " "
                                  ws-before-price " "
                                  ws-before-shelf delimited by size
                               into maint-report-line
                           write maint-report-line
                           move spaces to maint-report-line
                           string "             AFTER : "
                                  pt-item-name " "
                                  pt-unit-weight " "
                                  pt-unit-price " "
                                  pm-shelf-life-days delimited by size
                               into maint-report-line
                           write maint-report-line
                           move "C" to pj-action
                           move ws-before-name   to pj-bef-name
                           move ws-before-weight to pj-bef-weight
                           move ws-before-price  to pj-bef-price
                           move ws-before-shelf  to pj-bef-shelf-life
                           move pt-item-name   to pj-aft-name
                           move pt-unit-weight to pj-aft-weight
                           move pt-unit-price  to pj-aft-price
                           move pm-shelf-life-days
                               to pj-aft-shelf-life
                           perform a160-write-journal
                   end-rewrite
           end-read.
                   move pm-item-name   to ws-before-name
                   move pm-unit-weight to ws-before-weight
                   move pm-unit-price  to ws-before-price
                   move pm-shelf-life-days to ws-before-shelf
                   delete produce-master-file record
                       invalid key
                           move "DELETE FAILED" to ws-error-msg
                           string "DELETE " pt-item-code
                                  " BEFORE: " ws-before-name " "
                                  ws-before-weight " "
                                  ws-before-price " "
                                  ws-before-shelf delimited by size
                               into maint-report-line
                           write maint-report-line
                           move "D" to pj-action
                           move ws-before-name   to pj-bef-name
                           move ws-before-weight to pj-bef-weight
                           move ws-before-price  to pj-bef-price
                           move ws-before-shelf  to pj-bef-shelf-life
                           move spaces to pj-after
                           move zeros to pj-aft-shelf-life
                           perform a160-write-journal
                   end-delete
           end-read.

      *----A160. One applied transaction onto the dated backout
      *    journal; the action, key and images are staged by the
      *    caller. The journal names who keyed the transaction, or
      *    the operator signed on for a reversal.
       a160-write-journal.
           move ws-run-date to pj-run-date
           if ws-reversal-mode
               move oar-operator-id to pj-operator
           else
               move pt-entered-by to pj-operator
           end-if
           write pj-record.

      *----A310. Load the day-to-reverse's journal into memory and
                           to ws-jt-before(ws-jt-count)
                       move pj-after
                           to ws-jt-after(ws-jt-count)
                       move pj-bef-shelf-life
                           to ws-jt-bef-shelf(ws-jt-count)
                       move pj-aft-shelf-life
                           to ws-jt-aft-shelf(ws-jt-count)
               end-read
           end-perform
           close prod-journal-file
                                       to pj-item-code
                                   move ws-jt-after(ws-jt-idx)
                                       to pj-before
                                   move ws-jt-aft-shelf(ws-jt-idx)
                                       to pj-bef-shelf-life
                                   move spaces to pj-after
                                   move zeros to pj-aft-shelf-life
                                   perform a160-write-journal
                           end-delete
                   end-read
                               to pm-unit-weight
                           move ws-jt-bef-price(ws-jt-idx)
                               to pm-unit-price
      *------------------------A journal from before the catalog
      *                        carried a shelf life leaves the
      *                        current one standing.
                           move pm-shelf-life-days to ws-before-shelf
                           if ws-jt-bef-shelf(ws-jt-idx) numeric
                               move ws-jt-bef-shelf(ws-jt-idx)
                                   to pm-shelf-life-days
                           end-if
                           rewrite pm-record
                               invalid key
                                   move "REVERSE CHANGE - REWRITE"
                                       to pj-item-code
                                   move ws-jt-after(ws-jt-idx)
                                       to pj-before
                                   move ws-before-shelf
                                       to pj-bef-shelf-life
                                   move ws-jt-before(ws-jt-idx)
                                       to pj-after
                                   move pm-shelf-life-days
                                       to pj-aft-shelf-life
                                   perform a160-write-journal
                           end-rewrite
                   end-read
                       to pm-unit-weight
                   move ws-jt-bef-price(ws-jt-idx)
                       to pm-unit-price
                   if ws-jt-bef-shelf(ws-jt-idx) numeric
                       move ws-jt-bef-shelf(ws-jt-idx)
                           to pm-shelf-life-days
                   else
                       move zeros to pm-shelf-life-days
                   end-if
                   write pm-record
                       invalid key
                           move "REVERSE DELETE - CODE ALREADY ON"
                           move ws-jt-item-code(ws-jt-idx)
                               to pj-item-code
                           move spaces to pj-before
                           move zeros to pj-bef-shelf-life
                           move ws-jt-before(ws-jt-idx)
                               to pj-after
                           move pm-shelf-life-days
                               to pj-aft-shelf-life
                           perform a160-write-journal
                   end-write
               when other
           move spaces to maint-report-line
           string "REJECT " pt-action " " pt-item-code " "
                  pt-item-name " " pt-unit-weight " "
                  pt-unit-price " " pt-shelf-life-days
                  " - " ws-error-msg delimited by size
               into maint-report-line
           write maint-report-line.
                  " APPLIED: " ws-applied-count-disp
                  " REJECTED: " ws-reject-count-disp
               delimited by size into maint-report-line
           write maint-report-line
           move ws-held-count     to ws-held-count-disp
           move ws-released-count to ws-released-count-disp
           move ws-declined-count to ws-declined-count-disp
           move ws-expired-count  to ws-expired-count-disp
           move spaces to maint-report-line
           string "HELD FOR APPROVAL: " ws-held-count-disp
                  " RELEASED: " ws-released-count-disp
                  " DECLINED: " ws-declined-count-disp
                  " LAPSED: " ws-expired-count-disp
               delimited by size into maint-report-line
           write maint-report-line.

      *----A400. Take stock of the held transactions before the
      *    day's PRODTRAN: the APPRCTL limits (the standard ones if
      *    the file or a field is missing), the open pending numbers
      *    off PENDAPPR, then the file reopened to take tonight's
      *    events, and this program's held changes that have gone
      *    unapproved past the expiry days lapsed.
       a400-load-approvals.
           compute ws-today-int =
               function integer-of-date(ws-run-date-num)
           open input appr-control-file
           if ws-ac-status = "00"
               read appr-control-file
                   at end
                       continue
                   not at end
                       if ac-change-pct numeric
                           move ac-change-pct to ws-change-pct
                       end-if
                       if ac-recent-days numeric
                          and ac-recent-days > zero
                           move ac-recent-days to ws-recent-days
                       end-if
                       if ac-expiry-days numeric
                          and ac-expiry-days > zero
                           move ac-expiry-days to ws-expiry-days
                       end-if
               end-read
               close appr-control-file
           end-if

           open input pending-appr-file
           if ws-pa-ok
               perform until ws-pa-eof
                   read pending-appr-file
                       at end
                           continue
                       not at end
                           perform a410-apply-pending-event
                   end-read
               end-perform
               close pending-appr-file
           end-if

           open extend pending-appr-file
           if ws-pa-status = "35"
               open output pending-appr-file
           end-if
           if not ws-pa-ok
               move 9109 to ws-error-code
               string "PENDING-APPR-FILE OPEN FAILED, STATUS="
                      ws-pa-status delimited by size
                   into ws-error-msg
               perform a900-raise-exception
           end-if

           perform varying ws-pa-idx from 1 by 1
                           until ws-pa-idx > ws-pa-count
               if ws-pa-open(ws-pa-idx) = "Y"
                  and ws-pa-source(ws-pa-idx) = "PRODMNT "
                   compute ws-age-days = ws-today-int
                       - function integer-of-date(
                             ws-pa-held-date(ws-pa-idx))
                   if ws-age-days > ws-expiry-days
                       perform a420-lapse-pending
                   end-if
               end-if
           end-perform.

      *----A410. One PENDAPPR event: a hold opens its pending
      *    number, anything later closes it. The highest number on
      *    file is the last one issued.
       a410-apply-pending-event.
           if pa-pend-id > ws-pa-last-id
               move pa-pend-id to ws-pa-last-id
           end-if
           if pa-held
               perform a475-note-pending
           else
               move pa-pend-id to ws-key-pend-id
               perform a485-find-pending
               if ws-pa-idx not = zero
                   move "N" to ws-pa-open(ws-pa-idx)
               end-if
           end-if.

      *----A420. A held change nobody approved in time lapses: an E
      *    event closes it and the report says whose change it was.
       a420-lapse-pending.
           move ws-pa-id(ws-pa-idx)    to pa-pend-id
           move "E"                    to pa-event
           move ws-run-date            to pa-event-date
           move "PRODMNT "             to pa-source
           move spaces                 to pa-user-id
           move spaces                 to pa-reason
           string "NOT APPROVED WITHIN " ws-expiry-days " DAYS"
               delimited by size into pa-reason
           move ws-pa-image(ws-pa-idx) to pa-tran-image
           write pa-record
           move "N" to ws-pa-open(ws-pa-idx)
           add 1 to ws-expired-count
           move spaces to maint-report-line
           string "LAPSED PENDING " ws-pa-id(ws-pa-idx)
                  " KEYED " ws-pa-held-date(ws-pa-idx)
                  " BY " ws-pa-maker(ws-pa-idx) " - "
                  pa-reason delimited by size
               into maint-report-line
           write maint-report-line.

      *----A430. An approval: the pending number must be an open
      *    catalog change, and the approver someone other than the
      *    person who keyed it. The release is recorded, then the
      *    held transaction is applied exactly as keyed, past the
      *    limits that held it.
       a430-approve-pending.
           move pt-pend-id to ws-key-pend-id
           perform a485-find-pending
           move spaces to ws-error-msg
           evaluate true
               when ws-pa-idx = zero
                   string "APPROVAL REJECTED - NOTHING PENDING UNDER "
                          pt-pend-id delimited by size
                       into ws-error-msg
                   perform a180-report-reject
               when ws-pa-source(ws-pa-idx) not = "PRODMNT "
                   string "APPROVAL REJECTED - PENDING " pt-pend-id
                          " IS NOT A CATALOG CHANGE"
                       delimited by size into ws-error-msg
                   perform a180-report-reject
               when pt-entered-by = spaces
                   move "APPROVAL REJECTED - APPROVER NOT GIVEN"
                       to ws-error-msg
                   perform a180-report-reject
               when ws-pa-maker(ws-pa-idx) = spaces
                   move "APPROVAL REJECTED - KEYER NOT RECORDED"
                       to ws-error-msg
                   perform a180-report-reject
               when pt-entered-by = ws-pa-maker(ws-pa-idx)
                   move "APPROVAL REJECTED - KEYED BY THE SAME PERSON"
                       to ws-error-msg
                   perform a180-report-reject
               when other
                   move "R" to pa-event
                   move "APPROVED" to pa-reason
                   perform a480-close-pending
                   add 1 to ws-released-count
                   move spaces to maint-report-line
                   string "RELEASE PENDING " pt-pend-id
                          " APPROVED BY " pt-entered-by
                          " KEYED BY " ws-pa-maker(ws-pa-idx)
                       delimited by size into maint-report-line
                   write maint-report-line
                   move ws-pa-image(ws-pa-idx) to pt-record
                   evaluate true
                       when pt-add
                           perform a120-apply-add
                       when pt-change
                           perform a130-apply-change
                       when pt-delete
                           perform a140-apply-delete
                   end-evaluate
           end-evaluate.

      *----A440. A decline: the held change is closed unapplied.
      *    The person who keyed it may withdraw it themselves.
       a440-decline-pending.
           move pt-pend-id to ws-key-pend-id
           perform a485-find-pending
           move spaces to ws-error-msg
           evaluate true
               when ws-pa-idx = zero
                   string "DECLINE REJECTED - NOTHING PENDING UNDER "
                          pt-pend-id delimited by size
                       into ws-error-msg
                   perform a180-report-reject
               when ws-pa-source(ws-pa-idx) not = "PRODMNT "
                   string "DECLINE REJECTED - PENDING " pt-pend-id
                          " IS NOT A CATALOG CHANGE"
                       delimited by size into ws-error-msg
                   perform a180-report-reject
               when pt-entered-by = spaces
                   move "DECLINE REJECTED - DECLINER NOT GIVEN"
                       to ws-error-msg
                   perform a180-report-reject
               when other
                   move "X" to pa-event
                   move "DECLINED" to pa-reason
                   perform a480-close-pending
                   add 1 to ws-declined-count
                   move spaces to maint-report-line
                   string "DECLINE PENDING " pt-pend-id
                          " DECLINED BY " pt-entered-by
                          " KEYED BY " ws-pa-maker(ws-pa-idx)
                       delimited by size into maint-report-line
                   write maint-report-line
           end-evaluate.

      *----A450. A change is held when it moves the unit price or
      *    the unit weight by more than the limit percentage of the
      *    catalog's figure; a figure moving off zero has no
      *    percentage to go by and is held too. A code not on file
      *    is left for A130 to reject.
       a450-check-change-limits.
           move "N" to ws-hold-flag
           move pt-item-code to pm-item-code
           read produce-master-file
               invalid key
                   continue
               not invalid key
                   move pm-unit-price to ws-lim-old
                   move pt-unit-price to ws-lim-new
                   perform a455-test-one-limit
                   if ws-hold-tran
                       move spaces to ws-hold-reason
                       string "PRICE CHANGE OVER " ws-change-pct
                              " PCT" delimited by size
                           into ws-hold-reason
                   else
                       move pm-unit-weight to ws-lim-old
                       move pt-unit-weight to ws-lim-new
                       perform a455-test-one-limit
                       if ws-hold-tran
                           move spaces to ws-hold-reason
                           string "WEIGHT CHANGE OVER " ws-change-pct
                                  " PCT" delimited by size
                               into ws-hold-reason
                       end-if
                   end-if
           end-read.

      *----A455. One old/new figure against the limit percentage.
       a455-test-one-limit.
           if ws-lim-old = zero
               if ws-lim-new not = zero
                   move "Y" to ws-hold-flag
               end-if
           else
               if ws-lim-new > ws-lim-old
                   compute ws-lim-diff = ws-lim-new - ws-lim-old
               else
                   compute ws-lim-diff = ws-lim-old - ws-lim-new
               end-if
               if ws-lim-diff * 100 > ws-lim-old * ws-change-pct
                   move "Y" to ws-hold-flag
               end-if
           end-if.

      *----A460. A delete is held when the item has been received
      *    within the recent-days window -- it is still in use.
       a460-check-recent-receipts.
           move "N" to ws-hold-flag
           if not ws-rr-loaded
               perform a465-load-recent-receipts
           end-if
           move zero to ws-rr-idx
           perform varying ws-rr-k from 1 by 1
                   until ws-rr-k > ws-rr-count or ws-rr-idx not = zero
               if ws-rr-item(ws-rr-k) = pt-item-code
                   move ws-rr-k to ws-rr-idx
               end-if
           end-perform
           if ws-rr-idx not = zero
               move "Y" to ws-hold-flag
               move spaces to ws-hold-reason
               string "ITEM RECEIVED " ws-rr-date(ws-rr-idx)
                      ", WITHIN " ws-recent-days " DAYS"
                   delimited by size into ws-hold-reason
           end-if.

      *----A465. The items received on or after the cutoff, each
      *    with its latest receipt date. No RCVHIST means nothing
      *    has been received.
       a465-load-recent-receipts.
           move "Y" to ws-rr-state
           compute ws-rr-cutoff = function date-of-integer(
               ws-today-int - ws-recent-days)
           open input recv-history-file
           if ws-rcv-ok
               perform until ws-rcv-eof
                   read recv-history-file
                       at end
                           continue
                       not at end
                           if rcv-run-date >= ws-rr-cutoff
                               perform a468-note-recent-receipt
                           end-if
                   end-read
               end-perform
               close recv-history-file
           end-if.

      *----A468. One recent receipt onto its item's entry.
       a468-note-recent-receipt.
           move zero to ws-rr-idx
           perform varying ws-rr-k from 1 by 1
                   until ws-rr-k > ws-rr-count or ws-rr-idx not = zero
               if ws-rr-item(ws-rr-k) = rcv-item-code
                   move ws-rr-k to ws-rr-idx
               end-if
           end-perform
           if ws-rr-idx = zero
               if ws-rr-count >= ws-rr-max
                   move 9111 to ws-error-code
                   move "RECENT-RECEIPTS TABLE FULL - RUN STOPPED"
                       to ws-error-msg
                   perform a900-raise-exception
               end-if
               add 1 to ws-rr-count
               move ws-rr-count to ws-rr-idx
               move rcv-item-code to ws-rr-item(ws-rr-idx)
               move zeros to ws-rr-date(ws-rr-idx)
           end-if
           if rcv-run-date > ws-rr-date(ws-rr-idx)
               move rcv-run-date to ws-rr-date(ws-rr-idx)
           end-if.

      *----A470. Hold the transaction in hand: the next pending
      *    number, an H event with the transaction as keyed, and a
      *    report line the approver can act on.
       a470-hold-transaction.
           add 1 to ws-pa-last-id
           move ws-pa-last-id  to pa-pend-id
           move "H"            to pa-event
           move ws-run-date    to pa-event-date
           move "PRODMNT "     to pa-source
           move pt-entered-by  to pa-user-id
           move ws-hold-reason to pa-reason
           move pt-record      to pa-tran-image
           write pa-record
           perform a475-note-pending
           add 1 to ws-held-count
           move spaces to maint-report-line
           string "HELD   " pt-item-code " " pt-action
                  " PENDING " ws-pa-last-id " BY " pt-entered-by
                  " - " ws-hold-reason delimited by size
               into maint-report-line
           write maint-report-line.

      *----A472. A transaction that must wait for a second person's
      *    approval is only held when it says who keyed it;
      *    otherwise no approval could be told apart from its
      *    keyer's own, and it is rejected instead.
       a472-hold-if-keyer-given.
           if pt-entered-by = spaces
               move "NEEDS APPROVAL - ENTERED-BY NOT GIVEN"
                   to ws-error-msg
               perform a180-report-reject
           else
               perform a470-hold-transaction
           end-if.

      *----A475. Open the pending number on the H event in PA-RECORD,
      *    in the first free slot. A full table stops the run before
      *    anything is held that could not be tracked.
       a475-note-pending.
           move zero to ws-pa-free
           perform varying ws-pa-idx from 1 by 1
                   until ws-pa-idx > ws-pa-count
                      or ws-pa-free not = zero
               if ws-pa-open(ws-pa-idx) not = "Y"
                   move ws-pa-idx to ws-pa-free
               end-if
           end-perform
           if ws-pa-free = zero
               if ws-pa-count >= ws-pa-max
                   move 9110 to ws-error-code
                   move "PENDING-APPROVAL TABLE FULL - RUN STOPPED"
                       to ws-error-msg
                   perform a900-raise-exception
               end-if
               add 1 to ws-pa-count
               move ws-pa-count to ws-pa-free
           end-if
           move "Y"            to ws-pa-open(ws-pa-free)
           move pa-pend-id     to ws-pa-id(ws-pa-free)
           move pa-source      to ws-pa-source(ws-pa-free)
           move pa-event-date  to ws-pa-held-date(ws-pa-free)
           move pa-user-id     to ws-pa-maker(ws-pa-free)
           move pa-tran-image  to ws-pa-image(ws-pa-free).

      *----A480. Close the open pending entry at WS-PA-IDX with the
      *    event and reason staged by the caller, naming the person
      *    on the transaction in hand.
       a480-close-pending.
           move ws-pa-id(ws-pa-idx)    to pa-pend-id
           move ws-run-date            to pa-event-date
           move "PRODMNT "             to pa-source
           move pt-entered-by          to pa-user-id
           move ws-pa-image(ws-pa-idx) to pa-tran-image
           write pa-record
           move "N" to ws-pa-open(ws-pa-idx).

      *----A485. The open pending entry for WS-KEY-PEND-ID, or zero.
       a485-find-pending.
           move zero to ws-pa-free
           perform varying ws-pa-idx from 1 by 1
                   until ws-pa-idx > ws-pa-count
                      or ws-pa-free not = zero
               if ws-pa-open(ws-pa-idx) = "Y"
                  and ws-pa-id(ws-pa-idx) = ws-key-pend-id
                   move ws-pa-idx to ws-pa-free
               end-if
           end-perform
           move ws-pa-free to ws-pa-idx.

      *----A900. Structured error handling, same convention as
      *    COLL0: diagnostic code plus message, non-zero condition
      *    code back to the caller.
