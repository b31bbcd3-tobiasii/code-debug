      $set mfoo

      *-------------------------------------------------------------
      * Group/channel item authorization maintenance for the GRPITEM
      * file. Reads the daily GRPITRAN delta transaction file (add/
      * change/delete, keyed by GRP-COD plus PM-ITEM-CODE) and
      * applies it to GRPITEM in place, writing a dated maintenance
      * audit report with before/after images and the rejected
      * transactions -- the same audited path MEDMNT gives the
      * media codes. The group must be a MEDIAMST code and the item
      * a PRODMAST item, so an authorization cannot name a channel
      * or a line that does not exist. COLL0's edit pass reads the
      * file to flag receipts of items a group is not authorized
      * for.
      *-------------------------------------------------------------
       identification division.
       program-id. GRPIMNT.
       environment division.

       input-output section.
       file-control.
      *----The authorization file itself, opened I-O so adds,
      *    changes and deletes land directly on the keyed file.
           select grp-item-file assign to "GRPITEM"
               organization is indexed
               access mode is dynamic
               record key is gi-key
               file status is ws-gi-status.

      *----Media/channel reference and produce catalog, read by key
      *    to prove the group and the item are real.
           select media-master-file assign to "MEDIAMST"
               organization is indexed
               access mode is random
               record key is mm-media-code
               file status is ws-mm-status.

           select produce-master-file assign to "PRODMAST"
               organization is indexed
               access mode is random
               record key is pm-item-code
               alternate record key is pm-item-name
                   with duplicates
               file status is ws-pm-status.

      *----Daily delta transactions, one add/change/delete each.
           select grp-tran-file assign to "GRPITRAN"
               organization is line sequential
               file status is ws-gt-status.

      *----Dated maintenance audit report: before/after images and
      *    rejects, same naming pattern as the other dated reports.
           select maint-report-file assign to ws-maint-file-name
               organization is line sequential
               file status is ws-maint-status.

       data division.
       file section.
       fd  grp-item-file
           label records are standard.
           copy "copybooks\grpitem.cpy".

       fd  media-master-file
           label records are standard.
           copy "copybooks\mediamst.cpy".

       fd  produce-master-file
           label records are standard.
           copy "copybooks\prodmast.cpy".

       fd  grp-tran-file
           label records are standard.
           copy "copybooks\grpitran.cpy".

       fd  maint-report-file
           label records are standard.
       01  maint-report-line           pic x(132).

       working-storage section.
      *----File statuses.
           01  ws-gi-status            pic x(2).
               88  ws-gi-ok            value "00".
           01  ws-mm-status            pic x(2).
               88  ws-mm-ok            value "00".
           01  ws-pm-status            pic x(2).
               88  ws-pm-ok            value "00".
           01  ws-gt-status            pic x(2).
               88  ws-gt-ok            value "00".
               88  ws-gt-eof           value "10".
           01  ws-maint-status         pic x(2).

      *----Run date, used to name the dated maintenance report and
      *    as the first date of an add that gives none.
           01  ws-run-date.
               05  ws-run-date-yyyy    pic 9(4).
               05  ws-run-date-mm      pic 9(2).
               05  ws-run-date-dd      pic 9(2).
           01  ws-maint-file-name.
               05  filler              pic x(7) value "GRPIRPT".
               05  ws-maint-file-date  pic 9(8).
               05  filler              pic x(4) value ".TXT".

      *----Transaction tallies for the report trailer.
           01  ws-tran-count           pic 9(6) comp-5 value zero.
           01  ws-applied-count        pic 9(6) comp-5 value zero.
           01  ws-reject-count         pic 9(6) comp-5 value zero.
           01  ws-tran-count-disp      pic 9(6).
           01  ws-applied-count-disp   pic 9(6).
           01  ws-reject-count-disp    pic 9(6).

      *----Item name for the report lines, from the catalog when the
      *    item is still on it.
           01  ws-item-name            pic x(20).

      *----Before-image of the record a change/delete targets.
           01  ws-before-image.
               05  ws-before-from      pic 9(08).
               05  ws-before-to        pic 9(08).
               05  ws-before-by        pic x(08).

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

       procedure division.

       run-maintenance section.

      *----System-status interlock: maintenance must not open the
      *    authorization file I-O while the nightly batch is
      *    mid-flight, and two maintenance jobs must not run over
      *    each other. The flag goes up here and comes down on every
      *    way out.
           move "R" to ssr-func
           move "GRPIMNT " to ssr-program
           call "SYSSTAT0" using sys-state-req
           if not ssr-cur-idle
               display "GRPIMNT: SYSTEM HELD BY " ssr-cur-program
                       " STATE " ssr-cur-state
                       " SINCE " ssr-cur-date " " ssr-cur-time
                       " - MAINTENANCE REFUSED"
               move 9524 to ws-error-code
               string "MAINTENANCE REFUSED - SYSTEM HELD BY "
                      ssr-cur-program delimited by size
                   into ws-error-msg
               perform a900-raise-exception
           end-if
           move "S" to ssr-func
           move "M" to ssr-state
           call "SYSSTAT0" using sys-state-req
           move "Y" to ws-state-held

      *----Stamp the run date and open the dated audit report up
      *    front, so every applied and rejected transaction below
      *    lands on the report.
           accept ws-run-date from date yyyymmdd
           move ws-run-date to ws-maint-file-date
           open output maint-report-file
           if ws-maint-status not = "00"
               move 9521 to ws-error-code
               string "MAINT-REPORT-FILE OPEN FAILED, STATUS="
                      ws-maint-status delimited by size
                   into ws-error-msg
               perform a900-raise-exception
           end-if
           move spaces to maint-report-line
           string "GRPIMNT GROUP-ITEM AUTHORIZATION MAINTENANCE"
                  " - RUN DATE " ws-run-date
               delimited by size into maint-report-line
           write maint-report-line
           move spaces to maint-report-line
           write maint-report-line

      *----The authorization file is created by the first run that
      *    adds to it.
           open i-o grp-item-file
           if ws-gi-status = "35"
               open output grp-item-file
               close grp-item-file
               open i-o grp-item-file
           end-if
           if not ws-gi-ok
               move 9522 to ws-error-code
               string "GRP-ITEM-FILE OPEN FAILED, STATUS="
                      ws-gi-status delimited by size
                   into ws-error-msg
               perform a900-raise-exception
           end-if

           open input media-master-file
           if not ws-mm-ok
               move 9525 to ws-error-code
               string "MEDIA-MASTER OPEN FAILED, STATUS="
                      ws-mm-status delimited by size
                   into ws-error-msg
               perform a900-raise-exception
           end-if

           open input produce-master-file
           if not ws-pm-ok
               move 9526 to ws-error-code
               string "PRODUCE-MASTER OPEN FAILED, STATUS="
                      ws-pm-status delimited by size
                   into ws-error-msg
               perform a900-raise-exception
           end-if

           open input grp-tran-file
           if not ws-gt-ok
               move 9523 to ws-error-code
               string "GRP-TRAN-FILE OPEN FAILED, STATUS="
                      ws-gt-status delimited by size
                   into ws-error-msg
               perform a900-raise-exception
           end-if

           perform until ws-gt-eof
               read grp-tran-file
                   at end
                       continue
                   not at end
                       add 1 to ws-tran-count
                       perform a110-apply-transaction
               end-read
           end-perform

           close grp-tran-file
           close produce-master-file
           close media-master-file
           close grp-item-file
           perform a190-print-totals
           close maint-report-file
           move "GRPIMNT " to ops-evt-program
           move "I" to ops-evt-severity
           move zeros to ops-evt-code
           move spaces to ops-evt-text
           string "GROUP-ITEM MAINTENANCE COMPLETE, APPLIED "
                  ws-applied-count-disp " REJECTED "
                  ws-reject-count-disp delimited by size
               into ops-evt-text
           call "OPSLOG0" using ops-event
           move "C" to ssr-func
           move "GRPIMNT " to ssr-program
           call "SYSSTAT0" using sys-state-req
           move 0 to return-code
           goback.

      *----A110. Route one transaction by action code; anything that
      *    is not A/C/D is itself a reject. Item codes 00000 and
      *    99999 are the catalog's control records, not produce.
       a110-apply-transaction.
           move spaces to ws-item-name
           evaluate true
               when gt-grp-cod not numeric or gt-grp-cod = zeros
                   move "GROUP CODE ZERO OR NOT NUMERIC"
                       to ws-error-msg
                   perform a180-report-reject
               when gt-item-code not numeric
                 or gt-item-code = zeros or gt-item-code = 99999
                   move "ITEM CODE NOT A CATALOG ITEM"
                       to ws-error-msg
                   perform a180-report-reject
               when gt-add
                   perform a120-apply-add
               when gt-change
                   perform a130-apply-change
               when gt-delete
                   perform a140-apply-delete
               when other
                   move "INVALID ACTION CODE" to ws-error-msg
                   perform a180-report-reject
           end-evaluate.

      *----A120. Add: the group must be an active MEDIAMST code, the
      *    item must be on the catalog, and the pair must NOT
      *    already be on file. A blank first date is the run date,
      *    a blank last date open-ended.
       a120-apply-add.
           perform a125-edit-add
           if ws-error-msg not = spaces
               perform a180-report-reject
           else
               move ws-run-date   to gi-maint-date
               move gt-entered-by to gi-maint-by
               write gi-record
                   invalid key
                       move "ADD REJECTED - ALREADY ON FILE"
                           to ws-error-msg
                       perform a180-report-reject
                   not invalid key
                       add 1 to ws-applied-count
                       move spaces to maint-report-line
                       string "ADD        " gi-grp-cod " "
                              gi-item-code " " ws-item-name
                              " AFTER : FROM " gi-eff-from
                              " TO " gi-eff-to " BY " gi-maint-by
                           delimited by size into maint-report-line
                       write maint-report-line
               end-write
           end-if.

      *----A125. Edits for an add, building the new record as it
      *    goes; the first failure leaves its reason in
      *    WS-ERROR-MSG, a clean add leaves it blank.
       a125-edit-add.
           move spaces to ws-error-msg
           move gt-grp-cod to mm-media-code
           read media-master-file
               invalid key
                   move "ADD REJECTED - GROUP NOT ON MEDIAMST"
                       to ws-error-msg
               not invalid key
                   if mm-inactive
                       move "ADD REJECTED - GROUP INACTIVE ON MEDIAMST"
                           to ws-error-msg
                   end-if
           end-read
           if ws-error-msg = spaces
               move gt-item-code to pm-item-code
               read produce-master-file
                   invalid key
                       move "ADD REJECTED - ITEM NOT ON CATALOG"
                           to ws-error-msg
                   not invalid key
                       move pm-item-name to ws-item-name
               end-read
           end-if
           move gt-grp-cod   to gi-grp-cod
           move gt-item-code to gi-item-code
           if gt-eff-from numeric
               move gt-eff-from to gi-eff-from
           else
               move ws-run-date to gi-eff-from
           end-if
           if gt-eff-to numeric
               move gt-eff-to to gi-eff-to
           else
               move 99999999 to gi-eff-to
           end-if
           if ws-error-msg = spaces and gi-eff-from > gi-eff-to
               move "ADD REJECTED - FIRST DATE AFTER LAST DATE"
                   to ws-error-msg
           end-if.

      *----A130. Change: the pair must already be on file; a blank
      *    date keeps the current one. Report the before and after
      *    images.
       a130-apply-change.
           move gt-grp-cod   to gi-grp-cod
           move gt-item-code to gi-item-code
           read grp-item-file
               invalid key
                   move "CHANGE REJECTED - NOT ON FILE"
                       to ws-error-msg
                   perform a180-report-reject
               not invalid key
                   perform a150-lookup-item-name
                   move gi-eff-from to ws-before-from
                   move gi-eff-to   to ws-before-to
                   move gi-maint-by to ws-before-by
                   if gt-eff-from numeric
                       move gt-eff-from to gi-eff-from
                   end-if
                   if gt-eff-to numeric
                       move gt-eff-to to gi-eff-to
                   end-if
                   if gi-eff-from > gi-eff-to
                       move "CHANGE REJECTED - FIRST DATE AFTER LAST"
                           & " DATE" to ws-error-msg
                       perform a180-report-reject
                   else
                       perform a135-rewrite-change
                   end-if
           end-read.

      *----A135. Rewrite a changed authorization and report its
      *    before and after images.
       a135-rewrite-change.
           move ws-run-date   to gi-maint-date
           move gt-entered-by to gi-maint-by
           rewrite gi-record
               invalid key
                   move "CHANGE REWRITE FAILED" to ws-error-msg
                   perform a180-report-reject
               not invalid key
                   add 1 to ws-applied-count
                   move spaces to maint-report-line
                   string "CHANGE     " gi-grp-cod " " gi-item-code
                          " " ws-item-name
                          " BEFORE: FROM " ws-before-from
                          " TO " ws-before-to " BY " ws-before-by
                       delimited by size into maint-report-line
                   write maint-report-line
                   move spaces to maint-report-line
                   string "                                      "
                          " AFTER : FROM " gi-eff-from
                          " TO " gi-eff-to " BY " gi-maint-by
                       delimited by size into maint-report-line
                   write maint-report-line
           end-rewrite.

      *----A140. Delete: the pair must already be on file; the
      *    before-image goes on the report, so the audit trail keeps
      *    what was removed. A group whose last authorization is
      *    deleted is no longer restricted.
       a140-apply-delete.
           move gt-grp-cod   to gi-grp-cod
           move gt-item-code to gi-item-code
           read grp-item-file
               invalid key
                   move "DELETE REJECTED - NOT ON FILE"
                       to ws-error-msg
                   perform a180-report-reject
               not invalid key
                   perform a150-lookup-item-name
                   delete grp-item-file
                       invalid key
                           move "DELETE FAILED" to ws-error-msg
                           perform a180-report-reject
                       not invalid key
                           add 1 to ws-applied-count
                           move spaces to maint-report-line
                           string "DELETE     " gi-grp-cod " "
                                  gi-item-code " " ws-item-name
                                  " BEFORE: FROM " gi-eff-from
                                  " TO " gi-eff-to " BY " gi-maint-by
                               delimited by size
                               into maint-report-line
                           write maint-report-line
                           move spaces to maint-report-line
                           string "                              "
                                  "        "
                                  " DELETED BY " gt-entered-by
                               delimited by size
                               into maint-report-line
                           write maint-report-line
                   end-delete
           end-read.

      *----A150. The item's catalog name for the report; an item
      *    since dropped from the catalog still shows its code.
       a150-lookup-item-name.
           move gi-item-code to pm-item-code
           read produce-master-file
               invalid key
                   move "(NOT ON CATALOG)" to ws-item-name
               not invalid key
                   move pm-item-name to ws-item-name
           end-read.

      *----A180. One rejected transaction: the full input record and
      *    the reason, so month-end review can see what was refused.
       a180-report-reject.
           add 1 to ws-reject-count
           move spaces to maint-report-line
           string "REJECT " gt-action " " gt-grp-cod " "
                  gt-item-code " " gt-eff-from " " gt-eff-to " "
                  gt-entered-by " - " ws-error-msg delimited by size
               into maint-report-line
           write maint-report-line.

      *----A190. Report trailer: read/applied/rejected tallies.
       a190-print-totals.
           move spaces to maint-report-line
           write maint-report-line
           move ws-tran-count   to ws-tran-count-disp
           move ws-applied-count to ws-applied-count-disp
           move ws-reject-count to ws-reject-count-disp
           string "TRANSACTIONS READ: " ws-tran-count-disp
                  " APPLIED: " ws-applied-count-disp
                  " REJECTED: " ws-reject-count-disp
               delimited by size into maint-report-line
           write maint-report-line.

      *----A900. Structured error handling, same convention as
      *    COLL0: diagnostic code plus message, non-zero condition
      *    code back to the caller.
       a900-raise-exception.
           display "*** GRPIMNT EXCEPTION " ws-error-code ": "
                   ws-error-msg
           move "GRPIMNT " to ops-evt-program
           move "S" to ops-evt-severity
           move ws-error-code to ops-evt-code
           move ws-error-msg to ops-evt-text
           call "OPSLOG0" using ops-event
      *----Only a run that actually raised the maintenance flag may
      *    drop it -- a start refused because somebody else holds
      *    the system must leave their flag alone.
           if ws-state-owned
               move "C" to ssr-func
               move "GRPIMNT " to ssr-program
               call "SYSSTAT0" using sys-state-req
           end-if
           move ws-error-code to return-code
           goback.
