      $set mfoo

      *-------------------------------------------------------------
      * Pending-approvals report over the cumulative PENDAPPR file.
      * Events are netted by pending number with the latest event
      * standing, and every catalog or media transaction PRODMNT or
      * MEDMNT is still holding for a second person's approval is
      * listed oldest first: who keyed it and when, why it was
      * held, and the day it lapses if nobody approves it -- the
      * list the approver works from, with the pending numbers the
      * approval transactions name. Today's holds, releases,
      * declines and lapses are counted at the foot, so the report
      * also shows what the maintenance runs did with yesterday's
      * list. Held transactions already past their expiry days are
      * flagged; the next maintenance run lapses them.
      *-------------------------------------------------------------
       identification division.
       program-id. APPRRPT.
       environment division.

       input-output section.
       file-control.
           select pending-appr-file assign to "PENDAPPR"
               organization is line sequential
               file status is ws-pa-status.

      *----The approval limits, for the expiry days.
           select appr-control-file assign to "APPRCTL"
               organization is line sequential
               file status is ws-ac-status.

           select appr-report-file assign to ws-rpt-file-name
               organization is line sequential
               file status is ws-rpt-status.

       data division.
       file section.
       fd  pending-appr-file
           label records are standard.
           copy "copybooks\pendappr.cpy".

       fd  appr-control-file
           label records are standard.
           copy "copybooks\apprctl.cpy".

       fd  appr-report-file
           label records are standard.
       01  appr-report-line            pic x(132).

       working-storage section.
      *----File statuses.
           01  ws-pa-status            pic x(2).
               88  ws-pa-ok            value "00".
               88  ws-pa-eof           value "10".
           01  ws-ac-status            pic x(2).
           01  ws-rpt-status           pic x(2).

      *----Run date and the dated report name.
           01  ws-run-date             pic 9(8).
           01  ws-rpt-file-name.
               05  filler              pic x(7) value "APPRRPT".
               05  ws-rpt-file-date    pic 9(8).
               05  filler              pic x(4) value ".TXT".

      *----Days a held transaction waits before it lapses; the
      *    standard limit unless APPRCTL gives another.
           01  ws-expiry-days          pic 9(03) value 7.

      *----Netted holds: one entry per H event, in pending-number
      *    order, open until a later event on the same number closes
      *    it. Closed entries are squeezed out when the table fills,
      *    as REJAGING does.
           01  ws-pa-count             pic 9(4) comp-5 value zero.
           01  ws-pa-max               pic 9(4) comp-5 value 2000.
           01  ws-pa-idx               pic 9(4) comp-5.
           01  ws-pa-keep              pic 9(4) comp-5.
           01  ws-pa-scan              pic 9(4) comp-5.
           01  ws-pa-tab.
               05  ws-pa-entry         occurs 2000 times.
                   10  ws-pa-open      pic x(01).
                   10  ws-pa-id        pic 9(06).
                   10  ws-pa-source    pic x(08).
                   10  ws-pa-held-date pic 9(08).
                   10  ws-pa-maker     pic x(08).
                   10  ws-pa-reason    pic x(40).
                   10  ws-pa-image     pic x(60).

      *----The held transaction, laid out by the maintenance file
      *    it came from, for the key and action on the report.
           copy "copybooks\prodtran.cpy".
           copy "copybooks\medtran.cpy".

      *----Report wording and arithmetic.
           01  ws-today-int            pic 9(8) comp-5.
           01  ws-held-int             pic 9(8) comp-5.
           01  ws-age-days             pic s9(5) comp-5.
           01  ws-age-disp             pic z(4)9.
           01  ws-lapse-date           pic 9(8).
           01  ws-tran-action          pic x(01).
           01  ws-tran-key             pic x(05).
           01  ws-lapse-text           pic x(08).

      *----Tallies: what is open, how much of it is overdue, and
      *    today's events by kind.
           01  ws-open-count           pic 9(5) value zeros.
           01  ws-overdue-count        pic 9(5) value zeros.
           01  ws-today-held           pic 9(5) value zeros.
           01  ws-today-released       pic 9(5) value zeros.
           01  ws-today-declined       pic 9(5) value zeros.
           01  ws-today-lapsed         pic 9(5) value zeros.

      *----Structured exception data, same convention as COLL0's
      *    A900 handler.
           01  ws-error-code           pic 9(4) comp-5.
           01  ws-error-msg            pic x(80).

      *----Event record handed to the central operations logger.
           copy "copybooks\opsevt.cpy".

       procedure division.

       run-approvals-report section.

           accept ws-run-date from date yyyymmdd
           compute ws-today-int =
               function integer-of-date(ws-run-date)
           move ws-run-date to ws-rpt-file-date
           open output appr-report-file
           if ws-rpt-status not = "00"
               move 9461 to ws-error-code
               string "APPR-REPORT-FILE OPEN FAILED, STATUS="
                      ws-rpt-status delimited by size
                   into ws-error-msg
               perform a900-raise-exception
           end-if

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

           move spaces to appr-report-line
           string "APPRRPT PENDING APPROVALS - RUN DATE " ws-run-date
                  "  HELD TRANSACTIONS LAPSE AFTER " ws-expiry-days
                  " DAYS"
               delimited by size into appr-report-line
           write appr-report-line
           move spaces to appr-report-line
           write appr-report-line

           perform n100-net-pending
           perform n300-print-pending
           close appr-report-file

           move "APPRRPT " to ops-evt-program
           if ws-overdue-count > zeros
               move "W" to ops-evt-severity
           else
               move "I" to ops-evt-severity
           end-if
           move zeros to ops-evt-code
           move spaces to ops-evt-text
           string "PENDING APPROVALS " ws-open-count
                  " OVERDUE " ws-overdue-count
                  " RELEASED TODAY " ws-today-released
               delimited by size into ops-evt-text
           call "OPSLOG0" using ops-event
           move 0 to return-code
           goback.

      *----N100. One pass over PENDAPPR: each H event opens an
      *    entry, any later event closes it, and today's events are
      *    counted by kind. No PENDAPPR means nothing was ever held.
       n100-net-pending.
           open input pending-appr-file
           if ws-pa-ok
               perform until ws-pa-eof
                   read pending-appr-file
                       at end
                           continue
                       not at end
                           perform n110-apply-event
                   end-read
               end-perform
               close pending-appr-file
           end-if.

      *----N110. One event onto its pending number.
       n110-apply-event.
           if pa-event-date = ws-run-date
               evaluate true
                   when pa-held
                       add 1 to ws-today-held
                   when pa-released
                       add 1 to ws-today-released
                   when pa-declined
                       add 1 to ws-today-declined
                   when pa-expired
                       add 1 to ws-today-lapsed
               end-evaluate
           end-if
           if pa-held
               if ws-pa-count >= ws-pa-max
                   perform n130-purge-closed
               end-if
               if ws-pa-count >= ws-pa-max
                   move 9462 to ws-error-code
                   move "PENDING TABLE FULL - REPORT ABANDONED"
                       to ws-error-msg
                   perform a900-raise-exception
               end-if
               add 1 to ws-pa-count
               move "Y"           to ws-pa-open(ws-pa-count)
               move pa-pend-id    to ws-pa-id(ws-pa-count)
               move pa-source     to ws-pa-source(ws-pa-count)
               move pa-event-date to ws-pa-held-date(ws-pa-count)
               move pa-user-id    to ws-pa-maker(ws-pa-count)
               move pa-reason     to ws-pa-reason(ws-pa-count)
               move pa-tran-image to ws-pa-image(ws-pa-count)
           else
               perform varying ws-pa-idx from 1 by 1
                               until ws-pa-idx > ws-pa-count
                   if ws-pa-id(ws-pa-idx) = pa-pend-id
                       move "N" to ws-pa-open(ws-pa-idx)
                   end-if
               end-perform
           end-if.

      *----N130. Squeeze the closed entries out of the table,
      *    keeping the open ones in pending-number order.
       n130-purge-closed.
           move zero to ws-pa-keep
           perform varying ws-pa-scan from 1 by 1
                           until ws-pa-scan > ws-pa-count
               if ws-pa-open(ws-pa-scan) = "Y"
                   add 1 to ws-pa-keep
                   if ws-pa-keep not = ws-pa-scan
                       move ws-pa-entry(ws-pa-scan)
                           to ws-pa-entry(ws-pa-keep)
                   end-if
               end-if
           end-perform
           move ws-pa-keep to ws-pa-count.

      *----N300. Every transaction still held, oldest first, then
      *    the day's tallies.
       n300-print-pending.
           move spaces to appr-report-line
           string "PENDING SOURCE   ACT KEY    KEYED     BY      "
                  "   AGE  LAPSES    REASON"
               delimited by size into appr-report-line
           write appr-report-line
           perform varying ws-pa-idx from 1 by 1
                           until ws-pa-idx > ws-pa-count
               if ws-pa-open(ws-pa-idx) = "Y"
                   perform n310-print-pending-line
               end-if
           end-perform
           if ws-open-count = zeros
               move "NO TRANSACTIONS PENDING APPROVAL"
                   to appr-report-line
               write appr-report-line
           end-if
           move spaces to appr-report-line
           write appr-report-line
           move spaces to appr-report-line
           string "PENDING: " ws-open-count
                  "  PAST THEIR EXPIRY: " ws-overdue-count
               delimited by size into appr-report-line
           write appr-report-line
           move spaces to appr-report-line
           string "TODAY - HELD: " ws-today-held
                  "  RELEASED: " ws-today-released
                  "  DECLINED: " ws-today-declined
                  "  LAPSED: " ws-today-lapsed
               delimited by size into appr-report-line
           write appr-report-line.

      *----N310. One held transaction. It lapses once it is older
      *    than the expiry days; one already past that is flagged,
      *    for the next maintenance run to lapse.
       n310-print-pending-line.
           add 1 to ws-open-count
           if ws-pa-source(ws-pa-idx) = "MEDMNT  "
               move ws-pa-image(ws-pa-idx) to mt-record
               move mt-action to ws-tran-action
               move mt-media-code to ws-tran-key
           else
               move ws-pa-image(ws-pa-idx) to pt-record
               move pt-action to ws-tran-action
               move pt-item-code to ws-tran-key
           end-if
           compute ws-held-int =
               function integer-of-date(ws-pa-held-date(ws-pa-idx))
           compute ws-age-days = ws-today-int - ws-held-int
           move ws-age-days to ws-age-disp
           compute ws-lapse-date = function date-of-integer(
               ws-held-int + ws-expiry-days + 1)
           if ws-age-days > ws-expiry-days
               add 1 to ws-overdue-count
               move "OVERDUE " to ws-lapse-text
           else
               move ws-lapse-date to ws-lapse-text
           end-if
           move spaces to appr-report-line
           string ws-pa-id(ws-pa-idx) "  "
                  ws-pa-source(ws-pa-idx) " "
                  ws-tran-action "   "
                  ws-tran-key "  "
                  ws-pa-held-date(ws-pa-idx) "  "
                  ws-pa-maker(ws-pa-idx) " "
                  ws-age-disp "  "
                  ws-lapse-text "  "
                  ws-pa-reason(ws-pa-idx)
               delimited by size into appr-report-line
           write appr-report-line.

      *----A900. Structured error handling, same convention as
      *    COLL0: diagnostic code plus message, non-zero condition
      *    code back to the caller.
       a900-raise-exception.
           display "*** APPRRPT EXCEPTION " ws-error-code ": "
                   ws-error-msg
           move "APPRRPT " to ops-evt-program
           move "S" to ops-evt-severity
           move ws-error-code to ops-evt-code
           move ws-error-msg to ops-evt-text
           call "OPSLOG0" using ops-event
           move ws-error-code to return-code
           goback.
