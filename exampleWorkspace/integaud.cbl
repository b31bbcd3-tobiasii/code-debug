      $set mfoo

      *-------------------------------------------------------------
      * Nightly cross-file integrity audit of the cumulative files.
      * RCVHIST, LOTDISP, REJMAST, EXTCTL and RUNHIST are written by
      * different programs on different nights, and the catalog,
      * media and supplier masters they name are maintained apart
      * from them; nothing else checks that they still agree. Six
      * checks, each a section of the dated INTEGRPT report:
      *   1 receipts for item codes no longer on PRODMAST, where no
      *     PRODJRNL delete on or after the last receipt explains it;
      *   2 LOTDISP lots marked accepted -- variance-flagged and
      *     not-authorized lots are received too -- with no RCVHIST
      *     receipt for the same run, sequence and group;
      *   3 REJMAST rejects still outstanding for a lot the same
      *     group accepted on a later night;
      *   4 EXTCTL extracts for a run and group RUNHIST (or its
      *     RUNHISTARCH roll-off) has no record of -- extracts older
      *     than the oldest run history still on file are not
      *     judged, since HOUSEKPG may have dropped it;
      *   5 RUNCTRL groups whose code is inactive or missing on
      *     MEDIAMST;
      *   6 supplier codes on RCVHIST or LOTDISP not on SUPMAST.
      * Checks 2 to 4 run as one sort-merge over a key work file,
      * the RCVLEDGR approach, so the audit copes with the files
      * however large they grow. The report ends with the count per
      * check; any finding ends the step with condition code 4 and
      * a warning on the ops log.
      *-------------------------------------------------------------
       identification division.
       program-id. INTEGAUD.
       environment division.

       input-output section.
       file-control.
      *----The cumulative files under audit.
           select recv-history-file assign to "RCVHIST"
               organization is line sequential
               file status is ws-rcv-status.

           select lot-disp-file assign to "LOTDISP"
               organization is line sequential
               file status is ws-ld-status.

           select reject-master-file assign to "REJMAST"
               organization is line sequential
               file status is ws-rm-status.

           select extract-control-file assign to "EXTCTL"
               organization is line sequential
               file status is ws-xc-status.

      *----RUNHIST, then the RUNHISTARCH records HOUSEKPG rolled
      *    off it.
           select run-history-file assign to ws-hist-file-name
               organization is line sequential
               file status is ws-hist-status.

      *----The masters the cumulative files refer to.
           select produce-master-file assign to "PRODMAST"
               organization is indexed
               access mode is random
               record key is pm-item-code
               file status is ws-pm-status.

           select media-master-file assign to "MEDIAMST"
               organization is indexed
               access mode is random
               record key is mm-media-code
               file status is ws-mm-status.

           select supplier-master-file assign to "SUPMAST"
               organization is line sequential
               file status is ws-sup-status.

           select run-control-file assign to "RUNCTRL"
               organization is line sequential
               file status is ws-ctl-status.

      *----The dated catalog journals, live or archived, searched
      *    for the deletes that explain an off-catalog receipt.
           select prod-journal-file assign to ws-jrnl-file-name
               organization is line sequential
               file status is ws-jrnl-status.

      *----Sort work files: the key records in extraction order,
      *    and the same records back in check and key order.
           select integ-work-file assign to "INTGWRK"
               organization is sequential
               file status is ws-iwk-status.

           select integ-sorted-file assign to "INTGSRT"
               organization is sequential
               file status is ws-ist-status.

           select integ-sort-file assign to "INTGSWK".

           select integ-report-file assign to ws-rpt-file-name
               organization is line sequential
               file status is ws-rpt-status.

       data division.
       file section.
       fd  recv-history-file
           label records are standard.
           copy "copybooks\rcvhist.cpy".

       fd  lot-disp-file
           label records are standard.
           copy "copybooks\lotdisp.cpy".

       fd  reject-master-file
           label records are standard.
           copy "copybooks\rejmast.cpy".

       fd  extract-control-file
           label records are standard.
           copy "copybooks\extctl.cpy".

       fd  run-history-file
           label records are standard.
           copy "copybooks\histrec.cpy".

       fd  produce-master-file
           label records are standard.
           copy "copybooks\prodmast.cpy".

       fd  media-master-file
           label records are standard.
           copy "copybooks\mediamst.cpy".

       fd  supplier-master-file
           label records are standard.
           copy "copybooks\supmast.cpy".

       fd  run-control-file
           label records are standard.
           copy "copybooks\grpctl.cpy".

       fd  prod-journal-file
           label records are standard.
           copy "copybooks\prodjrnl.cpy".

       fd  integ-work-file
           label records are standard.
           copy "copybooks\intgwork.cpy".

       fd  integ-sorted-file
           label records are standard.
           copy "copybooks\intgwork.cpy"
               replacing leading ==IW== by ==IS==.

       sd  integ-sort-file.
           copy "copybooks\intgwork.cpy"
               replacing leading ==IW== by ==ISW==.

       fd  integ-report-file
           label records are standard.
       01  integ-report-line           pic x(132).

       working-storage section.
      *----File statuses.
           01  ws-rcv-status           pic x(2).
               88  ws-rcv-ok           value "00".
               88  ws-rcv-eof          value "10".
           01  ws-ld-status            pic x(2).
               88  ws-ld-ok            value "00".
               88  ws-ld-eof           value "10".
           01  ws-rm-status            pic x(2).
               88  ws-rm-ok            value "00".
               88  ws-rm-eof           value "10".
           01  ws-xc-status            pic x(2).
               88  ws-xc-ok            value "00".
               88  ws-xc-eof           value "10".
           01  ws-hist-status          pic x(2).
               88  ws-hist-ok          value "00".
               88  ws-hist-eof         value "10".
           01  ws-pm-status            pic x(2).
           01  ws-mm-status            pic x(2).
           01  ws-sup-status           pic x(2).
               88  ws-sup-ok           value "00".
               88  ws-sup-eof          value "10".
           01  ws-ctl-status           pic x(2).
               88  ws-ctl-ok           value "00".
               88  ws-ctl-eof          value "10".
           01  ws-jrnl-status          pic x(2).
               88  ws-jrnl-ok          value "00".
               88  ws-jrnl-eof         value "10".
           01  ws-iwk-status           pic x(2).
           01  ws-ist-status           pic x(2).
               88  ws-ist-eof          value "10".
           01  ws-rpt-status           pic x(2).

      *----Run date and the dated names.
           01  ws-run-date             pic 9(8).
           01  ws-rpt-file-name.
               05  filler              pic x(8) value "INTEGRPT".
               05  ws-rpt-file-date    pic 9(8).
               05  filler              pic x(4) value ".TXT".
           01  ws-hist-file-name       pic x(11).
           01  ws-jrnl-file-name       pic x(20).

      *----Read-order stamp on the key records, so events of one
      *    day keep their file order through the sort.
           01  ws-read-seq             pic 9(8) value zeros.

      *----The six checks: their report titles and finding counts.
           01  ws-check-titles.
               05  filler              pic x(50) value
                   "RECEIPTS FOR ITEMS OFF THE CATALOG, NO DELETE".
               05  filler              pic x(50) value
                   "ACCEPTED LOTS WITH NO RCVHIST RECEIPT".
               05  filler              pic x(50) value
                   "REJECTS OUTSTANDING FOR LOTS LATER ACCEPTED".
               05  filler              pic x(50) value
                   "EXTRACTS WITH NO RUNHIST RECORD".
               05  filler              pic x(50) value
                   "RUN GROUPS INACTIVE OR MISSING ON MEDIAMST".
               05  filler              pic x(50) value
                   "SUPPLIER CODES NOT ON SUPMAST".
           01  ws-check-title-tab redefines ws-check-titles.
               05  ws-check-title      pic x(50) occurs 6 times.
           01  ws-check-counts.
               05  ws-check-count      pic 9(6) occurs 6 times.
           01  ws-check-idx            pic 9(1).
           01  ws-section              pic 9(1) value zero.
           01  ws-next-section         pic 9(1).
           01  ws-total-findings       pic 9(7) value zeros.

      *----Check 1: the catalog lookup of the last item code seen,
      *    and the off-catalog items with their receipts.
           01  ws-cat-item             pic 9(05).
           01  ws-cat-state            pic x value space.
               88  ws-cat-on-file      value "Y".
               88  ws-cat-off-file     value "N".
           01  ws-or-count             pic 9(4) comp-5 value zero.
           01  ws-or-max               pic 9(4) comp-5 value 2000.
           01  ws-or-idx               pic 9(4) comp-5.
           01  ws-or-scan              pic 9(4) comp-5.
           01  ws-or-disp              pic 9(4).
           01  ws-or-tab.
               05  ws-or-entry         occurs 2000 times.
                   10  ws-or-item      pic 9(05).
                   10  ws-or-name      pic x(20).
                   10  ws-or-receipts  pic 9(06).
                   10  ws-or-last-date pic 9(08).
                   10  ws-or-deleted   pic 9(08).
           01  ws-or-first-date        pic 9(8).
           01  ws-scan-int             pic 9(8) comp-5.
           01  ws-today-int            pic 9(8) comp-5.
           01  ws-scan-date            pic 9(8).
           01  ws-jrnl-files           pic 9(5) value zeros.

      *----Checks 2 to 4: the first record of the key being
      *    walked, for its key fields, and what the key has shown.
           copy "copybooks\intgwork.cpy"
               replacing leading ==IW== by ==IK==.
           01  ws-cur-check            pic 9(1).
           01  ws-cur-key              pic x(18).
           01  ws-have-key             pic x value "N".
               88  ws-key-open         value "Y".
           01  ws-key-needed           pic x.
               88  ws-key-has-needed   value "Y".
           01  ws-key-reliant          pic x.
               88  ws-key-has-reliant  value "Y".
           01  ws-key-status           pic x(01).
           01  ws-first-hist-date      pic 9(8) value zeros.
           01  ws-unjudged-extracts    pic 9(6) value zeros.
      *----Check 3: each reject source's standing on the current
      *    group and lot, and the night the lot was accepted after
      *    it.
           01  ws-rj-count             pic 9(2) comp-5.
           01  ws-rj-max               pic 9(2) comp-5 value 10.
           01  ws-rj-idx               pic 9(2) comp-5.
           01  ws-rj-tab.
               05  ws-rj-entry         occurs 10 times.
                   10  ws-rj-source    pic x(04).
                   10  ws-rj-status    pic x(01).
                   10  ws-rj-date      pic 9(08).
                   10  ws-rj-accepted  pic 9(08).

      *----Check 6: SUPMAST codes, and the unknown codes met.
           01  ws-sup-loaded           pic x value "N".
               88  ws-sup-on-hand      value "Y".
           01  ws-sup-count            pic 9(4) comp-5 value zero.
           01  ws-sup-max              pic 9(4) comp-5 value 500.
           01  ws-sup-idx              pic 9(4) comp-5.
           01  ws-sup-tab.
               05  ws-s-code           pic x(08) occurs 500 times.
           01  ws-us-count             pic 9(4) comp-5 value zero.
           01  ws-us-max               pic 9(4) comp-5 value 200.
           01  ws-us-idx               pic 9(4) comp-5.
           01  ws-us-tab.
               05  ws-us-entry         occurs 200 times.
                   10  ws-us-code      pic x(08).
                   10  ws-us-file      pic x(08).
                   10  ws-us-refs      pic 9(06).
           01  ws-ref-source           pic x(08).
           01  ws-ref-file             pic x(08).

      *----Report wording.
           01  ws-mm-verdict           pic x(20).
           01  ws-rpt-note             pic x(60).

      *----Structured exception data, same convention as COLL0's
      *    A900 handler.
           01  ws-error-code           pic 9(4) comp-5.
           01  ws-error-msg            pic x(80).

      *----Event record handed to the central operations logger.
           copy "copybooks\opsevt.cpy".

       procedure division.

       run-integrity-audit section.

           accept ws-run-date from date yyyymmdd
           compute ws-today-int =
               function integer-of-date(ws-run-date)
           move ws-run-date to ws-rpt-file-date
           move zeros to ws-check-counts
           open output integ-report-file
           if ws-rpt-status not = "00"
               move 9621 to ws-error-code
               string "INTEG-REPORT-FILE OPEN FAILED, STATUS="
                      ws-rpt-status delimited by size
                   into ws-error-msg
               perform a900-raise-exception
           end-if
           move spaces to integ-report-line
           string "INTEGAUD CROSS-FILE INTEGRITY AUDIT - RUN DATE "
                  ws-run-date delimited by size
               into integ-report-line
           write integ-report-line

           perform i050-load-suppliers
           open output integ-work-file
           if ws-iwk-status not = "00"
               move 9622 to ws-error-code
               string "INTEG-WORK-FILE OPEN FAILED, STATUS="
                      ws-iwk-status delimited by size
                   into ws-error-msg
               perform a900-raise-exception
           end-if
           perform i100-extract-receipts
           perform i150-extract-dispositions
           perform i160-extract-rejects
           perform i170-extract-run-history
           perform i180-extract-extracts
           close integ-work-file

      *----Check 1 from the off-catalog items the receipt pass
      *    found, once the journals have had their say.
           move 1 to ws-next-section
           perform i600-start-section
           perform i400-scan-journals
           perform i450-print-off-catalog

      *----Checks 2 to 4 from the sorted key records.
           sort integ-sort-file
               on ascending key isw-check
                                isw-key
                                isw-date
                                isw-kind
                                isw-read-seq
               using integ-work-file
               giving integ-sorted-file
           perform i300-walk-sorted

           move 5 to ws-next-section
           perform i600-start-section
           perform i500-check-run-groups
           move 6 to ws-next-section
           perform i600-start-section
           perform i550-print-suppliers
           perform i610-close-section
           perform i700-print-summary
           close integ-report-file

           move "INTEGAUD" to ops-evt-program
           move zeros to ops-evt-code
           move spaces to ops-evt-text
           string "AUDIT FINDINGS " ws-total-findings
                  " BY CHECK " ws-check-count(1)
                  "/" ws-check-count(2) "/" ws-check-count(3)
                  "/" ws-check-count(4) "/" ws-check-count(5)
                  "/" ws-check-count(6)
               delimited by size into ops-evt-text
           if ws-total-findings > zeros
               move "W" to ops-evt-severity
               call "OPSLOG0" using ops-event
               move 4 to return-code
           else
               move "I" to ops-evt-severity
               call "OPSLOG0" using ops-event
               move 0 to return-code
           end-if
           goback.

      *----I050. The supplier master into a table for check 6. No
      *    SUPMAST means the check cannot be made; the section says
      *    so instead of listing every code as unknown.
       i050-load-suppliers.
           open input supplier-master-file
           if ws-sup-ok
               move "Y" to ws-sup-loaded
               perform until ws-sup-eof
                   read supplier-master-file
                       at end
                           continue
                       not at end
                           if ws-sup-count < ws-sup-max
                               add 1 to ws-sup-count
                               move sup-code
                                   to ws-s-code(ws-sup-count)
                           end-if
                   end-read
               end-perform
               close supplier-master-file
           end-if.

      *----I100. One pass over RCVHIST: every receipt goes to the
      *    work file as the record an accepted lot needs (check 2),
      *    has its item looked up on the catalog (check 1) and its
      *    supplier noted (check 6). No RCVHIST is an empty history.
       i100-extract-receipts.
           open input produce-master-file
           if ws-pm-status not = "00"
               move 9623 to ws-error-code
               string "PRODUCE-MASTER-FILE OPEN FAILED, STATUS="
                      ws-pm-status delimited by size
                   into ws-error-msg
               perform a900-raise-exception
           end-if
           open input recv-history-file
           if ws-rcv-ok
               perform until ws-rcv-eof
                   read recv-history-file
                       at end
                           continue
                       not at end
                           perform i110-take-receipt
                   end-read
               end-perform
               close recv-history-file
           end-if
           close produce-master-file.

      *----I110. One receipt.
       i110-take-receipt.
           add 1 to ws-read-seq
           move 2 to iw-check
           move rcv-lot-id   to iw-lk-lot-id
           move rcv-run-date to iw-lk-run-date
           move rcv-run-seq  to iw-lk-run-seq
           move rcv-grp-cod  to iw-lk-grp-cod
           move rcv-run-date to iw-date
           move "1" to iw-kind
           move ws-read-seq to iw-read-seq
           move spaces to iw-tag iw-status
           write iw-record

           if ws-cat-state = space
              or rcv-item-code not = ws-cat-item
               move rcv-item-code to ws-cat-item pm-item-code
               read produce-master-file
                   invalid key
                       move "N" to ws-cat-state
                   not invalid key
                       move "Y" to ws-cat-state
               end-read
           end-if
           if ws-cat-off-file
               perform i120-note-off-catalog
           end-if

           move rcv-source to ws-ref-source
           move "RCVHIST " to ws-ref-file
           perform i130-note-supplier.

      *----I120. A receipt for an item the catalog no longer has,
      *    onto the off-catalog table with its latest receipt date.
       i120-note-off-catalog.
           move zero to ws-or-idx
           perform varying ws-or-scan from 1 by 1
                   until ws-or-scan > ws-or-count or ws-or-idx > zero
               if ws-or-item(ws-or-scan) = rcv-item-code
                   move ws-or-scan to ws-or-idx
               end-if
           end-perform
           if ws-or-idx = zero
               if ws-or-count >= ws-or-max
                   move 9624 to ws-error-code
                   move "OFF-CATALOG ITEM TABLE FULL - AUDIT ABANDONED"
                       to ws-error-msg
                   perform a900-raise-exception
               end-if
               add 1 to ws-or-count
               move ws-or-count to ws-or-idx
               move rcv-item-code to ws-or-item(ws-or-idx)
               move rcv-item-name to ws-or-name(ws-or-idx)
               move zeros to ws-or-receipts(ws-or-idx)
                             ws-or-last-date(ws-or-idx)
                             ws-or-deleted(ws-or-idx)
           end-if
           add 1 to ws-or-receipts(ws-or-idx)
           if rcv-run-date > ws-or-last-date(ws-or-idx)
               move rcv-run-date to ws-or-last-date(ws-or-idx)
           end-if.

      *----I130. A supplier code one of the files names. Blank is
      *    a RESUBIN replay, not a supplier. Unknown codes are
      *    listed once each with the file first seen on and the
      *    number of references.
       i130-note-supplier.
           if ws-sup-on-hand
              and ws-ref-source not = spaces
               move zero to ws-us-idx
               perform varying ws-sup-idx from 1 by 1
                       until ws-sup-idx > ws-sup-count
                          or ws-us-idx > zero
                   if ws-s-code(ws-sup-idx) = ws-ref-source
                       move ws-sup-idx to ws-us-idx
                   end-if
               end-perform
               if ws-us-idx = zero
                   perform i135-note-unknown-supplier
               end-if
           end-if.

      *----I135. One reference to a code SUPMAST does not have.
       i135-note-unknown-supplier.
           perform varying ws-us-idx from 1 by 1
                   until ws-us-idx > ws-us-count
                      or ws-us-code(ws-us-idx) = ws-ref-source
               continue
           end-perform
           if ws-us-idx > ws-us-count
               if ws-us-count >= ws-us-max
                   move 9625 to ws-error-code
                   move "UNKNOWN SUPPLIER TABLE FULL - AUDIT ABANDONED"
                       to ws-error-msg
                   perform a900-raise-exception
               end-if
               add 1 to ws-us-count
               move ws-us-count to ws-us-idx
               move ws-ref-source to ws-us-code(ws-us-idx)
               move ws-ref-file to ws-us-file(ws-us-idx)
               move zeros to ws-us-refs(ws-us-idx)
           end-if
           add 1 to ws-us-refs(ws-us-idx).

      *----I150. One pass over LOTDISP: a received lot goes to the
      *    work file twice -- as the lot that needs a receipt
      *    (check 2) and as the acceptance an outstanding reject on
      *    the lot contradicts (check 3). Received means accepted,
      *    variance-flagged or not authorized for the group: COLL0
      *    books all three to RCVHIST, and INQUIRY0 and RECALL
      *    count them all as received. Every lot's supplier is
      *    noted for check 6.
       i150-extract-dispositions.
           open input lot-disp-file
           if ws-ld-ok
               perform until ws-ld-eof
                   read lot-disp-file
                       at end
                           continue
                       not at end
                           perform i155-take-disposition
                   end-read
               end-perform
               close lot-disp-file
           end-if.

      *----I155. One lot disposition.
       i155-take-disposition.
           if ld-accepted or ld-variance-flag or ld-not-authorized
               add 1 to ws-read-seq
               move spaces to iw-record
               move 2 to iw-check
               move ld-lot-id   to iw-lk-lot-id
               move ld-run-date to iw-lk-run-date
               move ld-run-seq  to iw-lk-run-seq
               move ld-grp-cod  to iw-lk-grp-cod
               move ld-run-date to iw-date
               move "2" to iw-kind
               move ws-read-seq to iw-read-seq
               move ld-status to iw-status
               write iw-record

               move spaces to iw-key
               move 3 to iw-check
               move ld-grp-cod to iw-rk-grp-cod
               move ld-lot-id  to iw-rk-lot-id
               write iw-record
           end-if
           move ld-source to ws-ref-source
           move "LOTDISP " to ws-ref-file
           perform i130-note-supplier.

      *----I160. REJMAST events that carry a lot go to the work
      *    file under their group and lot for check 3. A017
      *    SUB-GRUPO rejects carry lot zeros and track per group,
      *    so no lot acceptance can contradict them.
       i160-extract-rejects.
           open input reject-master-file
           if ws-rm-ok
               perform until ws-rm-eof
                   read reject-master-file
                       at end
                           continue
                       not at end
                           if rm-lot-id not = zeros
                               add 1 to ws-read-seq
                               move spaces to iw-record
                               move 3 to iw-check
                               move rm-grp-cod to iw-rk-grp-cod
                               move rm-lot-id  to iw-rk-lot-id
                               move rm-stamp-date to iw-date
                               move "1" to iw-kind
                               move ws-read-seq to iw-read-seq
                               move rm-source to iw-tag
                               move rm-status to iw-status
                               write iw-record
                           end-if
                   end-read
               end-perform
               close reject-master-file
           end-if.

      *----I170. RUNHIST and its RUNHISTARCH roll-off: every run
      *    and group record is what an extract needs (check 4).
      *    The oldest run date seen bounds which extracts can be
      *    judged.
       i170-extract-run-history.
           move "RUNHIST" to ws-hist-file-name
           perform i175-read-run-history
           move "RUNHISTARCH" to ws-hist-file-name
           perform i175-read-run-history.

      *----I175. One run-history file, if it is there.
       i175-read-run-history.
           move "00" to ws-hist-status
           open input run-history-file
           if ws-hist-ok
               perform until ws-hist-eof
                   read run-history-file
                       at end
                           continue
                       not at end
                           perform i177-take-run-history
                   end-read
               end-perform
               close run-history-file
           end-if.

      *----I177. One run-history record.
       i177-take-run-history.
           if hist-run-date numeric
               add 1 to ws-read-seq
               move spaces to iw-record
               move 4 to iw-check
               move hist-run-date to iw-xk-run-date
               move hist-run-seq  to iw-xk-run-seq
               move hist-grp-cod  to iw-xk-grp-cod
               move hist-run-date to iw-date
               move "1" to iw-kind
               move ws-read-seq to iw-read-seq
               write iw-record
               if ws-first-hist-date = zeros
                  or hist-run-date < ws-first-hist-date
                   move hist-run-date to ws-first-hist-date
               end-if
           end-if.

      *----I180. EXTCTL: every extract event relies on a run
      *    history record for its run and group (check 4).
       i180-extract-extracts.
           open input extract-control-file
           if ws-xc-ok
               perform until ws-xc-eof
                   read extract-control-file
                       at end
                           continue
                       not at end
                           add 1 to ws-read-seq
                           move spaces to iw-record
                           move 4 to iw-check
                           move xc-extr-date to iw-xk-run-date
                           move xc-run-seq   to iw-xk-run-seq
                           move xc-grp-cod   to iw-xk-grp-cod
                           move xc-extr-date to iw-date
                           move "2" to iw-kind
                           move ws-read-seq to iw-read-seq
                           move xc-status to iw-status
                           write iw-record
                   end-read
               end-perform
               close extract-control-file
           end-if.

      *----I300. Walk the sorted key records with a control break
      *    on check and key; each key is judged when it closes.
       i300-walk-sorted.
           open input integ-sorted-file
           if ws-ist-status not = "00"
               move 9626 to ws-error-code
               string "INTEG-SORTED-FILE OPEN FAILED, STATUS="
                      ws-ist-status delimited by size
                   into ws-error-msg
               perform a900-raise-exception
           end-if
           perform until ws-ist-eof
               read integ-sorted-file
                   at end
                       continue
                   not at end
                       if ws-key-open
                          and (is-check not = ws-cur-check
                               or is-key not = ws-cur-key)
                           perform i310-close-key
                       end-if
                       if not ws-key-open
                           perform i305-open-key
                       end-if
                       perform i320-take-key-record
               end-read
           end-perform
           close integ-sorted-file
           if ws-key-open
               perform i310-close-key
           end-if.

      *----I305. A new key: its section started, its state clear.
       i305-open-key.
           move "Y" to ws-have-key
           move is-check to ws-cur-check
           move is-key to ws-cur-key
           move "N" to ws-key-needed ws-key-reliant
           move spaces to ws-key-status
           move zero to ws-rj-count
           move is-record to ik-record
           if is-check > ws-section
               move is-check to ws-next-section
               perform i600-start-section
           end-if.

      *----I310. The key closes: judged by its check.
       i310-close-key.
           move "N" to ws-have-key
           evaluate ws-cur-check
               when 2
                   if ws-key-has-reliant
                      and not ws-key-has-needed
                       add 1 to ws-check-count(2)
                       move spaces to integ-report-line
                       string "  LOT " ik-lk-lot-id
                              " RUN " ik-lk-run-date
                              " SEQ " ik-lk-run-seq
                              " GROUP " ik-lk-grp-cod
                              " ACCEPTED ON LOTDISP -"
                              " NO RCVHIST RECEIPT"
                           delimited by size into integ-report-line
                       write integ-report-line
                   end-if
               when 3
                   perform varying ws-rj-idx from 1 by 1
                           until ws-rj-idx > ws-rj-count
                       perform i315-judge-reject
                   end-perform
               when 4
                   if ws-key-has-reliant
                      and not ws-key-has-needed
                       if ws-first-hist-date not = zeros
                          and ik-xk-run-date < ws-first-hist-date
                           add 1 to ws-unjudged-extracts
                       else
                           add 1 to ws-check-count(4)
                           move spaces to integ-report-line
                           string "  EXTRACT RUN " ik-xk-run-date
                                  " SEQ " ik-xk-run-seq
                                  " GROUP " ik-xk-grp-cod
                                  " STATUS " ws-key-status
                                  " - NO RUNHIST RECORD"
                               delimited by size
                               into integ-report-line
                           write integ-report-line
                       end-if
                   end-if
           end-evaluate.

      *----I315. One reject source on the group and lot: still
      *    outstanding (open or resubmitted) after the lot was
      *    accepted on a later night is a contradiction.
       i315-judge-reject.
           if (ws-rj-status(ws-rj-idx) = "O"
               or ws-rj-status(ws-rj-idx) = "R")
              and ws-rj-accepted(ws-rj-idx) not = zeros
               add 1 to ws-check-count(3)
               move spaces to integ-report-line
               string "  REJECT " ws-rj-source(ws-rj-idx)
                      " GROUP " ik-rk-grp-cod
                      " LOT " ik-rk-lot-id
                      " STATUS " ws-rj-status(ws-rj-idx)
                      " SINCE " ws-rj-date(ws-rj-idx)
                      " - LOT ACCEPTED " ws-rj-accepted(ws-rj-idx)
                   delimited by size into integ-report-line
               write integ-report-line
           end-if.

      *----I320. One record under the open key.
       i320-take-key-record.
           if is-kind = "1"
               move "Y" to ws-key-needed
           else
               move "Y" to ws-key-reliant
               move is-status to ws-key-status
           end-if
           if is-check = 3
               if is-kind = "1"
                   perform i325-apply-reject-event
               else
                   perform varying ws-rj-idx from 1 by 1
                           until ws-rj-idx > ws-rj-count
                       if (ws-rj-status(ws-rj-idx) = "O"
                           or ws-rj-status(ws-rj-idx) = "R")
                          and is-date > ws-rj-date(ws-rj-idx)
                          and ws-rj-accepted(ws-rj-idx) = zeros
                           move is-date
                               to ws-rj-accepted(ws-rj-idx)
                       end-if
                   end-perform
               end-if
           end-if.

      *----I325. A reject event: the latest event on its source
      *    stands, and any acceptance before it no longer counts.
       i325-apply-reject-event.
           perform varying ws-rj-idx from 1 by 1
                   until ws-rj-idx > ws-rj-count
                      or ws-rj-source(ws-rj-idx) = is-tag(1:4)
               continue
           end-perform
           if ws-rj-idx > ws-rj-count
               if ws-rj-count >= ws-rj-max
                   move 9627 to ws-error-code
                   move "REJECT SOURCE TABLE FULL - AUDIT ABANDONED"
                       to ws-error-msg
                   perform a900-raise-exception
               end-if
               add 1 to ws-rj-count
               move ws-rj-count to ws-rj-idx
               move is-tag(1:4) to ws-rj-source(ws-rj-idx)
           end-if
           move is-status to ws-rj-status(ws-rj-idx)
           move is-date to ws-rj-date(ws-rj-idx)
           move zeros to ws-rj-accepted(ws-rj-idx).

      *----I400. Search the catalog journals for deletes of the
      *    off-catalog items: every day from the earliest latest
      *    receipt among them to today, live journal and ARCH copy.
      *    A day with no journal is a day PRODMNT made no change.
       i400-scan-journals.
           if ws-or-count > zero
               move 99999999 to ws-or-first-date
               perform varying ws-or-idx from 1 by 1
                       until ws-or-idx > ws-or-count
                   if ws-or-last-date(ws-or-idx) < ws-or-first-date
                       move ws-or-last-date(ws-or-idx)
                           to ws-or-first-date
                   end-if
               end-perform
               compute ws-scan-int =
                   function integer-of-date(ws-or-first-date)
               perform until ws-scan-int > ws-today-int
                   move function date-of-integer(ws-scan-int)
                       to ws-scan-date
                   move spaces to ws-jrnl-file-name
                   string "PRODJRNL" ws-scan-date ".DAT"
                       delimited by size into ws-jrnl-file-name
                   perform i410-scan-one-journal
                   move spaces to ws-jrnl-file-name
                   string "ARCHPRODJRNL" ws-scan-date ".DAT"
                       delimited by size into ws-jrnl-file-name
                   perform i410-scan-one-journal
                   add 1 to ws-scan-int
               end-perform
           end-if.

      *----I410. One dated journal, if it is there: a delete of an
      *    off-catalog item on or after its last receipt explains
      *    it.
       i410-scan-one-journal.
           move "00" to ws-jrnl-status
           open input prod-journal-file
           if ws-jrnl-ok
               add 1 to ws-jrnl-files
               perform until ws-jrnl-eof
                   read prod-journal-file
                       at end
                           continue
                       not at end
                           if pj-delete
                               perform i420-apply-journal-delete
                           end-if
                   end-read
               end-perform
               close prod-journal-file
           end-if.

      *----I420. One journaled delete against the off-catalog
      *    table.
       i420-apply-journal-delete.
           perform varying ws-or-idx from 1 by 1
                   until ws-or-idx > ws-or-count
               if ws-or-item(ws-or-idx) = pj-item-code
                  and pj-run-date >= ws-or-last-date(ws-or-idx)
                   move pj-run-date to ws-or-deleted(ws-or-idx)
               end-if
           end-perform.

      *----I450. Check 1: the off-catalog items no journal delete
      *    explains. The explained ones are only counted.
       i450-print-off-catalog.
           perform varying ws-or-idx from 1 by 1
                   until ws-or-idx > ws-or-count
               if ws-or-deleted(ws-or-idx) = zeros
                   add 1 to ws-check-count(1)
                   move spaces to integ-report-line
                   string "  ITEM " ws-or-item(ws-or-idx)
                          " " ws-or-name(ws-or-idx)
                          " RECEIPTS " ws-or-receipts(ws-or-idx)
                          " LAST " ws-or-last-date(ws-or-idx)
                          " - NOT ON PRODMAST, NO PRODJRNL DELETE"
                       delimited by size into integ-report-line
                   write integ-report-line
               end-if
           end-perform
           if ws-or-count > zero
               move ws-or-count to ws-or-disp
               move spaces to integ-report-line
               string "  (" ws-or-disp " ITEM(S) OFF THE CATALOG, "
                      ws-jrnl-files " JOURNAL FILE(S) SEARCHED)"
                   delimited by size into integ-report-line
               write integ-report-line
           end-if.

      *----I500. Check 5: every RUNCTRL group code looked up on
      *    MEDIAMST. No RUNCTRL means no groups to check.
       i500-check-run-groups.
           open input media-master-file
           if ws-mm-status not = "00"
               move 9628 to ws-error-code
               string "MEDIA-MASTER-FILE OPEN FAILED, STATUS="
                      ws-mm-status delimited by size
                   into ws-error-msg
               perform a900-raise-exception
           end-if
           open input run-control-file
           if not ws-ctl-ok
               move "  RUNCTRL NOT ON FILE - NO GROUPS CHECKED"
                   to integ-report-line
               write integ-report-line
           else
               perform until ws-ctl-eof
                   read run-control-file
                       at end
                           continue
                       not at end
                           if gc-group-rec
                               perform i510-check-one-group
                           end-if
                   end-read
               end-perform
               close run-control-file
           end-if
           close media-master-file.

      *----I510. One group record's code on MEDIAMST.
       i510-check-one-group.
           move spaces to ws-mm-verdict
           move gc-grp-cod to mm-media-code
           read media-master-file
               invalid key
                   move "NOT ON MEDIAMST" to ws-mm-verdict
               not invalid key
                   if not mm-active
                       move "INACTIVE ON MEDIAMST" to ws-mm-verdict
                   end-if
           end-read
           if ws-mm-verdict not = spaces
               add 1 to ws-check-count(5)
               move spaces to integ-report-line
               string "  GROUP " gc-grp-cod " " gc-grp-nome
                      " - " ws-mm-verdict
                   delimited by size into integ-report-line
               write integ-report-line
           end-if.

      *----I550. Check 6: the supplier codes SUPMAST does not
      *    have.
       i550-print-suppliers.
           if not ws-sup-on-hand
               move "  SUPMAST NOT ON FILE - SUPPLIERS NOT CHECKED"
                   to integ-report-line
               write integ-report-line
           end-if
           perform varying ws-us-idx from 1 by 1
                   until ws-us-idx > ws-us-count
               add 1 to ws-check-count(6)
               move spaces to integ-report-line
               string "  SUPPLIER " ws-us-code(ws-us-idx)
                      " REFERENCES " ws-us-refs(ws-us-idx)
                      " FIRST SEEN ON " ws-us-file(ws-us-idx)
                      " - NOT ON SUPMAST"
                   delimited by size into integ-report-line
               write integ-report-line
           end-perform.

      *----I600. Bring the report up to the section asked for:
      *    each section passed closes (NONE FOUND if it found
      *    nothing) and the next one's heading is printed.
       i600-start-section.
           perform until ws-section >= ws-next-section
               perform i610-close-section
               add 1 to ws-section
               move spaces to integ-report-line
               write integ-report-line
               move spaces to integ-report-line
               string "CHECK " ws-section " - "
                      ws-check-title(ws-section)
                   delimited by size into integ-report-line
               write integ-report-line
           end-perform.

      *----I610. Close the current section.
       i610-close-section.
           if ws-section > zero
               if ws-check-count(ws-section) = zeros
                   move "  NONE FOUND" to integ-report-line
                   write integ-report-line
               end-if
               if ws-section = 4 and ws-unjudged-extracts > zeros
                   move spaces to integ-report-line
                   string "  (" ws-unjudged-extracts
                          " EXTRACT(S) OLDER THAN THE RUN HISTORY"
                          " ON FILE NOT JUDGED)"
                       delimited by size into integ-report-line
                   write integ-report-line
               end-if
           end-if.

      *----I700. The count per check and the total.
       i700-print-summary.
           move spaces to integ-report-line
           write integ-report-line
           move "FINDINGS BY CHECK" to integ-report-line
           write integ-report-line
           perform varying ws-check-idx from 1 by 1
                   until ws-check-idx > 6
               add ws-check-count(ws-check-idx) to ws-total-findings
               move spaces to integ-report-line
               string "  " ws-check-idx " "
                      ws-check-title(ws-check-idx)
                      " " ws-check-count(ws-check-idx)
                   delimited by size into integ-report-line
               write integ-report-line
           end-perform
           move spaces to integ-report-line
           if ws-total-findings > zeros
               string "TOTAL FINDINGS: " ws-total-findings
                      " - FILES DISAGREE"
                   delimited by size into integ-report-line
           else
               string "TOTAL FINDINGS: " ws-total-findings
                      " - FILES AGREE"
                   delimited by size into integ-report-line
           end-if
           write integ-report-line.

      *----A900. Structured error handling, same convention as
      *    COLL0: diagnostic code plus message, non-zero condition
      *    code back to the caller.
       a900-raise-exception.
           display "*** INTEGAUD EXCEPTION " ws-error-code ": "
                   ws-error-msg
           move "INTEGAUD" to ops-evt-program
           move "S" to ops-evt-severity
           move ws-error-code to ops-evt-code
           move ws-error-msg to ops-evt-text
           call "OPSLOG0" using ops-event
           move ws-error-code to return-code
           goback.
