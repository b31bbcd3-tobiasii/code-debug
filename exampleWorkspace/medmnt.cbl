      * adding a media code or flipping MM-ACTIVE-FLAG is no longer
      * a hand edit of the file. Deactivate keeps the row and flips
      * the flag to I, so history that references the code still
      * resolves. Deactivating a code a RUNCTRL group record still
      * names -- a flag flip to I by a change as much as a
      * deactivate -- is held on the PENDAPPR pending-approval file
      * instead of applied, until a second person's approval
      * transaction releases it on a later run; one left unapproved
      * past the APPRCTL expiry days lapses.
      *-------------------------------------------------------------
       identification division.
       program-id. MEDMNT.
               organization is line sequential
               file status is ws-maint-status.

      *----Two-person approval: the limits, and the cumulative
      *    pending-approval file shared with PRODMNT.
           select appr-control-file assign to "APPRCTL"
               organization is line sequential
               file status is ws-ac-status.

           select pending-appr-file assign to "PENDAPPR"
               organization is line sequential
               file status is ws-pa-status.

      *----The run-control file, for the group codes the nightly
      *    run still processes.
           select run-control-file assign to "RUNCTRL"
               organization is line sequential
               file status is ws-ctl-status.

       data division.
       file section.
       fd  media-master-file
           label records are standard.
       01  maint-report-line           pic x(132).

       fd  appr-control-file
           label records are standard.
           copy "copybooks\apprctl.cpy".

       fd  pending-appr-file
           label records are standard.
           copy "copybooks\pendappr.cpy".

       fd  run-control-file
           label records are standard.
           copy "copybooks\grpctl.cpy".

       working-storage section.
      *----File statuses.
           01  ws-mm-status            pic x(2).
               05  ws-run-date-yyyy    pic 9(4).
               05  ws-run-date-mm      pic 9(2).
               05  ws-run-date-dd      pic 9(2).
           01  ws-run-date-num redefines ws-run-date pic 9(8).
           01  ws-maint-file-name.
               05  filler              pic x(7) value "MEDMRPT".
               05  ws-maint-file-date  pic 9(8).
               05  ws-before-desc      pic x(30).
               05  ws-before-flag      pic x(01).

      *----Two-person approval: the APPRCTL expiry days, the open
      *    held transactions off PENDAPPR -- a slot per open pending
      *    number, freed when it is released, declined or lapses --
      *    and the verdict on the transaction in hand.
           01  ws-ac-status            pic x(2).
           01  ws-pa-status            pic x(2).
               88  ws-pa-ok            value "00".
               88  ws-pa-eof           value "10".
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

      *----The group codes on RUNCTRL group records.
           01  ws-ctl-status           pic x(2).
               88  ws-ctl-ok           value "00".
               88  ws-ctl-eof          value "10".
           01  ws-rg-count             pic 9(2) comp-5 value zero.
           01  ws-rg-max               pic 9(2) comp-5 value 50.
           01  ws-rg-idx               pic 9(2) comp-5.
           01  ws-rg-k                 pic 9(2) comp-5.
           01  ws-rg-tab.
               05  ws-rg-grp-cod       occurs 50 times pic 9(03).

      *----Structured exception data, same convention as COLL0's
      *    A900 handler.
           01  ws-error-code           pic 9(4) comp-5.
               perform a900-raise-exception
           end-if

      *----Take stock of the held transactions first: the limits,
      *    the ones still open, the groups the nightly run names,
      *    and any held change that has lapsed since the last run.
           perform a400-load-approvals

           open input med-tran-file
           if not ws-mt-ok
               move 9503 to ws-error-code
           end-perform

           close med-tran-file
           close pending-appr-file
           close media-master-file
           perform a190-print-totals
           close maint-report-file
           move spaces to ops-evt-text
           string "MEDIA MAINTENANCE COMPLETE, APPLIED "
                  ws-applied-count-disp " REJECTED "
                  ws-reject-count-disp " HELD "
                  ws-held-count-disp delimited by size
               into ops-evt-text
           call "OPSLOG0" using ops-event
           move "C" to ssr-func
           goback.

      *----A110. Route one transaction by action code; anything that
      *    is not A/C/D/P/X is itself a reject. Taking a code the
      *    nightly run still names out of service is held, not
      *    applied.
       a110-apply-transaction.
           evaluate true
               when mt-approve
                   perform a430-approve-pending
               when mt-decline
                   perform a440-decline-pending
               when mt-media-code = zeros
                   move "MEDIA CODE ZERO IS NOT VALID"
                       to ws-error-msg
               when mt-add
                   perform a120-apply-add
               when mt-change
                   perform a450-check-deactivation
                   if ws-hold-tran
                       perform a472-hold-if-keyer-given
                   else
                       perform a130-apply-change
                   end-if
               when mt-deactivate
                   perform a450-check-deactivation
                   if ws-hold-tran
                       perform a472-hold-if-keyer-given
                   else
                       perform a140-apply-deactivate
                   end-if
               when other
                   move "INVALID ACTION CODE" to ws-error-msg
                   perform a180-report-reject
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
      *    day's MEDTRAN: the APPRCTL expiry days (the standard ones
      *    if the file or the field is missing), the group codes on
      *    RUNCTRL, the open pending numbers off PENDAPPR, then the
      *    file reopened to take tonight's events, and this
      *    program's held changes that have gone unapproved past
      *    the expiry days lapsed.
       a400-load-approvals.
           compute ws-today-int =
               function integer-of-date(ws-run-date-num)
           open input appr-control-file
           if ws-ac-status = "00"
               read appr-control-file
                   at end
                       continue
                   not at end
                       if ac-expiry-days numeric
                          and ac-expiry-days > zero
                           move ac-expiry-days to ws-expiry-days
                       end-if
               end-read
               close appr-control-file
           end-if

           open input run-control-file
           if ws-ctl-ok
               perform until ws-ctl-eof
                   read run-control-file
                       at end
                           continue
                       not at end
                           if gc-group-rec
                              and ws-rg-count < ws-rg-max
                               add 1 to ws-rg-count
                               move gc-grp-cod
                                   to ws-rg-grp-cod(ws-rg-count)
                           end-if
                   end-read
               end-perform
               close run-control-file
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
               move 9505 to ws-error-code
               string "PENDING-APPR-FILE OPEN FAILED, STATUS="
                      ws-pa-status delimited by size
                   into ws-error-msg
               perform a900-raise-exception
           end-if

           perform varying ws-pa-idx from 1 by 1
                           until ws-pa-idx > ws-pa-count
               if ws-pa-open(ws-pa-idx) = "Y"
                  and ws-pa-source(ws-pa-idx) = "MEDMNT  "
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
           move "MEDMNT  "             to pa-source
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
      *    media change, and the approver someone other than the
      *    person who keyed it. The release is recorded, then the
      *    held transaction is applied exactly as keyed, past the
      *    limits that held it.
       a430-approve-pending.
           move mt-pend-id to ws-key-pend-id
           perform a485-find-pending
           move spaces to ws-error-msg
           evaluate true
               when ws-pa-idx = zero
                   string "APPROVAL REJECTED - NOTHING PENDING UNDER "
                          mt-pend-id delimited by size
                       into ws-error-msg
                   perform a180-report-reject
               when ws-pa-source(ws-pa-idx) not = "MEDMNT  "
                   string "APPROVAL REJECTED - PENDING " mt-pend-id
                          " IS NOT A MEDIA CHANGE"
                       delimited by size into ws-error-msg
                   perform a180-report-reject
               when mt-entered-by = spaces
                   move "APPROVAL REJECTED - APPROVER NOT GIVEN"
                       to ws-error-msg
                   perform a180-report-reject
               when ws-pa-maker(ws-pa-idx) = spaces
                   move "APPROVAL REJECTED - KEYER NOT RECORDED"
                       to ws-error-msg
                   perform a180-report-reject
               when mt-entered-by = ws-pa-maker(ws-pa-idx)
                   move "APPROVAL REJECTED - KEYED BY THE SAME PERSON"
                       to ws-error-msg
                   perform a180-report-reject
               when other
                   move "R" to pa-event
                   move "APPROVED" to pa-reason
                   perform a480-close-pending
                   add 1 to ws-released-count
                   move spaces to maint-report-line
                   string "RELEASE PENDING " mt-pend-id
                          " APPROVED BY " mt-entered-by
                          " KEYED BY " ws-pa-maker(ws-pa-idx)
                       delimited by size into maint-report-line
                   write maint-report-line
                   move ws-pa-image(ws-pa-idx) to mt-record
                   evaluate true
                       when mt-add
                           perform a120-apply-add
                       when mt-change
                           perform a130-apply-change
                       when mt-deactivate
                           perform a140-apply-deactivate
                   end-evaluate
           end-evaluate.

      *----A440. A decline: the held change is closed unapplied.
      *    The person who keyed it may withdraw it themselves.
       a440-decline-pending.
           move mt-pend-id to ws-key-pend-id
           perform a485-find-pending
           move spaces to ws-error-msg
           evaluate true
               when ws-pa-idx = zero
                   string "DECLINE REJECTED - NOTHING PENDING UNDER "
                          mt-pend-id delimited by size
                       into ws-error-msg
                   perform a180-report-reject
               when ws-pa-source(ws-pa-idx) not = "MEDMNT  "
                   string "DECLINE REJECTED - PENDING " mt-pend-id
                          " IS NOT A MEDIA CHANGE"
                       delimited by size into ws-error-msg
                   perform a180-report-reject
               when mt-entered-by = spaces
                   move "DECLINE REJECTED - DECLINER NOT GIVEN"
                       to ws-error-msg
                   perform a180-report-reject
               when other
                   move "X" to pa-event
                   move "DECLINED" to pa-reason
                   perform a480-close-pending
                   add 1 to ws-declined-count
                   move spaces to maint-report-line
                   string "DECLINE PENDING " mt-pend-id
                          " DECLINED BY " mt-entered-by
                          " KEYED BY " ws-pa-maker(ws-pa-idx)
                       delimited by size into maint-report-line
                   write maint-report-line
           end-evaluate.

      *----A450. A deactivate, or a change flipping the flag to I,
      *    is held when the code is active now and a RUNCTRL group
      *    record still names it -- tonight's run would stop on it.
      *    A code not on file is left for A130/A140 to reject.
       a450-check-deactivation.
           move "N" to ws-hold-flag
           if mt-deactivate or mt-active-flag = "I"
               move mt-media-code to mm-media-code
               read media-master-file
                   invalid key
                       continue
                   not invalid key
                       if not mm-inactive
                           perform a455-find-run-group
                           if ws-rg-idx not = zero
                               move "Y" to ws-hold-flag
                               move "CODE STILL NAMED ON RUNCTRL"
                                   to ws-hold-reason
                           end-if
                       end-if
               end-read
           end-if.

      *----A455. The RUNCTRL entry for the code in hand, or zero.
       a455-find-run-group.
           move zero to ws-rg-idx
           perform varying ws-rg-k from 1 by 1
                   until ws-rg-k > ws-rg-count or ws-rg-idx not = zero
               if ws-rg-grp-cod(ws-rg-k) = mt-media-code
                   move ws-rg-k to ws-rg-idx
               end-if
           end-perform.

      *----A470. Hold the transaction in hand: the next pending
      *    number, an H event with the transaction as keyed, and a
      *    report line the approver can act on.
       a470-hold-transaction.
           add 1 to ws-pa-last-id
           move ws-pa-last-id  to pa-pend-id
           move "H"            to pa-event
           move ws-run-date    to pa-event-date
           move "MEDMNT  "     to pa-source
           move mt-entered-by  to pa-user-id
           move ws-hold-reason to pa-reason
           move mt-record      to pa-tran-image
           write pa-record
           perform a475-note-pending
           add 1 to ws-held-count
           move spaces to maint-report-line
           string "HELD       " mt-media-code " " mt-action
                  " PENDING " ws-pa-last-id " BY " mt-entered-by
                  " - " ws-hold-reason delimited by size
               into maint-report-line
           write maint-report-line.

      *----A472. A transaction that must wait for a second person's
      *    approval is only held when it says who keyed it;
      *    otherwise no approval could be told apart from its
      *    keyer's own, and it is rejected instead.
       a472-hold-if-keyer-given.
           if mt-entered-by = spaces
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
                   move 9506 to ws-error-code
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
           move "MEDMNT  "             to pa-source
           move mt-entered-by          to pa-user-id
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
