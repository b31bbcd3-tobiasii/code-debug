      $set mfoo

      *-------------------------------------------------------------
      * Receiving-QC load and the daily quality report. Applies the
      * day's QCIN inspection results to the keyed QCMAST quality
      * file, one record per TST-LOT-ID: a lot that passes is
      * recorded as passed, a lot that fails goes on quality hold,
      * and QC's later release or condemn decisions take a held lot
      * off hold. A held lot does not count as accepted: STKPOST
      * keeps its receipts out of stock until it is released,
      * INVMATCH holds its invoices, INQUIRY0 answers ON QUALITY
      * HOLD, and a condemned lot becomes a SUPCLAIM claim. The
      * report lists the day's QC transactions (with any refused)
      * and then every lot on hold, and every lot released or
      * condemned today, by supplier and item. Runs ahead of the
      * group cycle, so QC's verdicts at the dock govern tonight's
      * receipts.
      *-------------------------------------------------------------
       identification division.
       program-id. QCLOAD.
       environment division.

       input-output section.
       file-control.
      *----The quality file, keyed by lot id.
           select qc-master-file assign to "QCMAST"
               organization is indexed
               access mode is dynamic
               record key is qc-lot-id
               file status is ws-qc-status.

      *----The day's QC results; consumed once applied.
           select qc-in-file assign to "QCIN"
               organization is line sequential
               file status is ws-qi-status.

      *----The dated quality report.
           select qc-report-file assign to ws-rpt-file-name
               organization is line sequential
               file status is ws-rpt-status.

       data division.
       file section.
       fd  qc-master-file
           label records are standard.
           copy "copybooks\qcmast.cpy".

       fd  qc-in-file
           label records are standard.
           copy "copybooks\qcin.cpy".

       fd  qc-report-file
           label records are standard.
       01  qc-report-line              pic x(132).

       working-storage section.
      *----File statuses.
           01  ws-qc-status            pic x(2).
               88  ws-qc-ok            value "00".
               88  ws-qc-eof           value "10".
           01  ws-qi-status            pic x(2).
               88  ws-qi-ok            value "00".
               88  ws-qi-eof           value "10".
           01  ws-rpt-status           pic x(2).

      *----Run date and the dated report name.
           01  ws-run-date             pic 9(8).
           01  ws-rpt-file-name.
               05  filler              pic x(5) value "QCRPT".
               05  ws-rpt-file-date    pic 9(8).
               05  filler              pic x(4) value ".TXT".

      *----The QC file is consumed once applied, so the same
      *    verdict is not applied twice.
           01  ws-qi-name              pic x(4) value "QCIN".

      *----The transaction being applied: whether the lot is on
      *    file, and why a refused one was refused.
           01  ws-qc-found             pic x.
               88  ws-qc-on-file       value "Y".
           01  ws-refuse-text          pic x(30).
           01  ws-action-text          pic x(10).

      *----Lots for the status section: every lot on hold, and
      *    every lot released or condemned today.
           01  ws-lot-count            pic 9(4) comp-5 value zero.
           01  ws-lot-max              pic 9(4) comp-5 value 3000.
           01  ws-lot-idx              pic 9(4) comp-5.
           01  ws-lot-tab.
               05  ws-lot-entry        occurs 3000 times.
                   10  ws-l-supplier   pic x(08).
                   10  ws-l-item-code  pic 9(05).
                   10  ws-l-lot-id     pic 9(05).
                   10  ws-l-status     pic x(01).
                   10  ws-l-inspect-date pic 9(08).
                   10  ws-l-hold-date  pic 9(08).
                   10  ws-l-grade      pic x(01).
                   10  ws-l-defect-pct pic 9(03)V9.
                   10  ws-l-temperature pic s9(03)V9.

      *----Distinct supplier/item pairs among those lots, so the
      *    report groups by them. Every pair comes from a lot on the
      *    lot table, so sized to match it the list cannot fill
      *    before the lot table does.
           01  ws-pair-count           pic 9(4) comp-5 value zero.
           01  ws-pair-idx             pic 9(4) comp-5.
           01  ws-pair-k               pic 9(4) comp-5.
           01  ws-pair-tab.
               05  ws-pair-entry       occurs 3000 times.
                   10  ws-p-supplier   pic x(08).
                   10  ws-p-item-code  pic 9(05).
           01  ws-pair-known           pic x.
               88  ws-pair-on-list     value "Y".

      *----Report wording, edited fields and tallies.
           01  ws-status-text          pic x(10).
           01  ws-defect-disp          pic zz9.9.
           01  ws-temp-disp            pic -zz9.9.
           01  ws-read-count           pic 9(5) value zeros.
           01  ws-applied-count        pic 9(5) value zeros.
           01  ws-refused-count        pic 9(5) value zeros.
           01  ws-held-count           pic 9(5) value zeros.
           01  ws-released-count       pic 9(5) value zeros.
           01  ws-condemned-count      pic 9(5) value zeros.
           01  ws-pair-held            pic 9(5).
           01  ws-pair-released        pic 9(5).
           01  ws-pair-condemned       pic 9(5).

      *----Structured exception data, same convention as COLL0's
      *    A900 handler.
           01  ws-error-code           pic 9(4) comp-5.
           01  ws-error-msg            pic x(80).

      *----Event record handed to the central operations logger.
           copy "copybooks\opsevt.cpy".

       procedure division.

       run-qc-load section.

           accept ws-run-date from date yyyymmdd
           move ws-run-date to ws-rpt-file-date
           open output qc-report-file
           if ws-rpt-status not = "00"
               move 9941 to ws-error-code
               string "QC-REPORT-FILE OPEN FAILED, STATUS="
                      ws-rpt-status delimited by size
                   into ws-error-msg
               perform a900-raise-exception
           end-if
           move spaces to qc-report-line
           string "QCLOAD RECEIVING QUALITY REPORT - RUN DATE "
                  ws-run-date delimited by size into qc-report-line
           write qc-report-line
           move spaces to qc-report-line
           write qc-report-line

      *----The quality file is created empty on the very first run.
           open i-o qc-master-file
           if ws-qc-status = "35"
               open output qc-master-file
               close qc-master-file
               open i-o qc-master-file
           end-if
           if not ws-qc-ok
               move 9942 to ws-error-code
               string "QC-MASTER OPEN FAILED, STATUS="
                      ws-qc-status delimited by size
                   into ws-error-msg
               perform a900-raise-exception
           end-if

           open input qc-in-file
           if not ws-qi-ok
               move "NO QCIN FILE THIS RUN" to qc-report-line
               write qc-report-line
           else
               move "QC TRANSACTIONS" to qc-report-line
               write qc-report-line
               perform until ws-qi-eof
                   read qc-in-file
                       at end
                           continue
                       not at end
                           add 1 to ws-read-count
                           perform q100-apply-transaction
                   end-read
               end-perform
               close qc-in-file
               call "CBL_DELETE_FILE" using ws-qi-name
               move 0 to return-code
           end-if
           move spaces to qc-report-line
           write qc-report-line

           perform q200-print-quality-status
           close qc-master-file

           move spaces to qc-report-line
           write qc-report-line
           move spaces to qc-report-line
           string "QC RECORDS READ: " ws-read-count
                  " APPLIED: " ws-applied-count
                  " REFUSED: " ws-refused-count
               delimited by size into qc-report-line
           write qc-report-line
           move spaces to qc-report-line
           string "ON HOLD: " ws-held-count
                  " RELEASED TODAY: " ws-released-count
                  " CONDEMNED TODAY: " ws-condemned-count
               delimited by size into qc-report-line
           write qc-report-line
           close qc-report-file

           move "QCLOAD  " to ops-evt-program
           if ws-refused-count > zeros or ws-held-count > zeros
               move "W" to ops-evt-severity
           else
               move "I" to ops-evt-severity
           end-if
           move zeros to ops-evt-code
           move spaces to ops-evt-text
           string "QC LOADED: APPLIED " ws-applied-count
                  " REFUSED " ws-refused-count
                  " ON HOLD " ws-held-count
               delimited by size into ops-evt-text
           call "OPSLOG0" using ops-event
           move 0 to return-code
           goback.

      *----Q100. One QC transaction against the lot's record. An
      *    inspection records the readings and the verdict; a
      *    release or condemn acts only on a lot on hold. Anything
      *    else is refused and listed, to be keyed again.
       q100-apply-transaction.
           move spaces to ws-refuse-text
           move "N" to ws-qc-found
           if qi-lot-id numeric
               move qi-lot-id to qc-lot-id
               read qc-master-file
                   invalid key
                       continue
                   not invalid key
                       move "Y" to ws-qc-found
               end-read
           end-if
           evaluate true
               when qi-lot-id not numeric or qi-lot-id = zeros
                   move "LOT ID NOT NUMERIC" to ws-refuse-text
               when not (qi-inspect or qi-release or qi-condemn)
                   move "UNKNOWN ACTION" to ws-refuse-text
               when qi-inspect
                   perform q110-check-inspection
               when not ws-qc-on-file
                   move "LOT NOT INSPECTED" to ws-refuse-text
               when not qc-on-hold
                   move "LOT NOT ON HOLD" to ws-refuse-text
               when other
                   continue
           end-evaluate
           if ws-refuse-text not = spaces
               add 1 to ws-refused-count
               move spaces to qc-report-line
               string "  REFUSED " qi-action " LOT " qi-lot-id
                      " " qi-supplier " ITEM " qi-item-code
                      " - " ws-refuse-text
                   delimited by size into qc-report-line
               write qc-report-line
           else
               add 1 to ws-applied-count
               evaluate true
                   when qi-inspect
                       perform q120-record-inspection
                   when qi-release
                       move "R" to qc-status
                       move "RELEASED" to ws-action-text
                   when other
                       move "C" to qc-status
                       move "CONDEMNED" to ws-action-text
               end-evaluate
               move ws-run-date to qc-status-date
               if ws-qc-on-file
                   rewrite qc-record
                       invalid key
                           move 9943 to ws-error-code
                           string "QC RECORD FOR LOT " qc-lot-id
                                  " REWRITE FAILED"
                               delimited by size into ws-error-msg
                           perform a900-raise-exception
                   end-rewrite
               else
                   write qc-record
                       invalid key
                           move 9944 to ws-error-code
                           string "QC RECORD FOR LOT " qc-lot-id
                                  " COULD NOT BE CREATED"
                               delimited by size into ws-error-msg
                           perform a900-raise-exception
                   end-write
               end-if
               move spaces to qc-report-line
               string "  " ws-action-text " LOT " qc-lot-id
                      " " qc-supplier " ITEM " qc-item-code
                      " BY " qi-inspector
                   delimited by size into qc-report-line
               write qc-report-line
           end-if.

      *----Q110. An inspection must carry its readings, a verdict,
      *    and a supplier; a condemned lot is final.
       q110-check-inspection.
           evaluate true
               when qi-item-code not numeric
                 or qi-inspect-date not numeric
                 or qi-defect-pct not numeric
                 or qi-temperature not numeric
                   move "READINGS NOT NUMERIC" to ws-refuse-text
               when not (qi-passed or qi-failed)
                   move "RESULT NOT P OR F" to ws-refuse-text
               when qi-supplier = spaces
                   move "NO SUPPLIER" to ws-refuse-text
               when ws-qc-on-file and qc-condemned
                   move "LOT ALREADY CONDEMNED" to ws-refuse-text
               when other
                   continue
           end-evaluate.

      *----Q120. The inspection's readings onto the lot's record; a
      *    failed lot goes on hold, a passed one (including a held
      *    lot passing re-inspection) is passed.
       q120-record-inspection.
           move qi-lot-id       to qc-lot-id
           move qi-supplier     to qc-supplier
           move qi-item-code    to qc-item-code
           move qi-inspect-date to qc-inspect-date
           move qi-temperature  to qc-temperature
           move qi-grade        to qc-grade
           move qi-defect-pct   to qc-defect-pct
           move qi-inspector    to qc-inspector
           if not ws-qc-on-file
               move zeros to qc-hold-date
           end-if
           if qi-failed
               move "H" to qc-status
               move ws-run-date to qc-hold-date
               move "ON HOLD" to ws-action-text
           else
               move "P" to qc-status
               move "PASSED" to ws-action-text
           end-if.

      *----Q200. The status section: one pass over QCMAST collects
      *    the lots on hold and those released or condemned today,
      *    then prints them grouped by supplier and item.
       q200-print-quality-status.
           move "QUALITY STATUS BY SUPPLIER AND ITEM"
               to qc-report-line
           write qc-report-line
           move zeros to qc-lot-id
           start qc-master-file key is not less than qc-lot-id
               invalid key
                   move "10" to ws-qc-status
           end-start
           perform until ws-qc-eof
               read qc-master-file next record
                   at end
                       continue
                   not at end
                       if qc-on-hold
                          or ((qc-released or qc-condemned)
                              and qc-status-date = ws-run-date)
                           perform q210-collect-lot
                       end-if
               end-read
           end-perform
           if ws-lot-count = zero
               move "  NO LOTS ON HOLD, RELEASED OR CONDEMNED"
                   to qc-report-line
               write qc-report-line
           end-if
           perform varying ws-pair-idx from 1 by 1
                           until ws-pair-idx > ws-pair-count
               perform q220-print-pair-block
           end-perform.

      *----Q210. One lot into the status table, and its supplier
      *    and item onto the pair list.
       q210-collect-lot.
           if ws-lot-count >= ws-lot-max
               move 9945 to ws-error-code
               move "QC STATUS TABLE FULL" to ws-error-msg
               perform a900-raise-exception
           end-if
           add 1 to ws-lot-count
           move qc-supplier     to ws-l-supplier(ws-lot-count)
           move qc-item-code    to ws-l-item-code(ws-lot-count)
           move qc-lot-id       to ws-l-lot-id(ws-lot-count)
           move qc-status       to ws-l-status(ws-lot-count)
           move qc-inspect-date to ws-l-inspect-date(ws-lot-count)
           move qc-hold-date    to ws-l-hold-date(ws-lot-count)
           move qc-grade        to ws-l-grade(ws-lot-count)
           move qc-defect-pct   to ws-l-defect-pct(ws-lot-count)
           move qc-temperature  to ws-l-temperature(ws-lot-count)
           move "N" to ws-pair-known
           perform varying ws-pair-k from 1 by 1
                           until ws-pair-k > ws-pair-count
                              or ws-pair-on-list
               if ws-p-supplier(ws-pair-k) = qc-supplier
                  and ws-p-item-code(ws-pair-k) = qc-item-code
                   move "Y" to ws-pair-known
               end-if
           end-perform
           if not ws-pair-on-list
               add 1 to ws-pair-count
               move qc-supplier  to ws-p-supplier(ws-pair-count)
               move qc-item-code to ws-p-item-code(ws-pair-count)
           end-if.

      *----Q220. Every collected lot of one supplier and item.
       q220-print-pair-block.
           move zeros to ws-pair-held ws-pair-released
                         ws-pair-condemned
           move spaces to qc-report-line
           string "SUPPLIER " ws-p-supplier(ws-pair-idx)
                  " ITEM " ws-p-item-code(ws-pair-idx)
               delimited by size into qc-report-line
           write qc-report-line
           perform varying ws-lot-idx from 1 by 1
                           until ws-lot-idx > ws-lot-count
               if ws-l-supplier(ws-lot-idx) =
                      ws-p-supplier(ws-pair-idx)
                  and ws-l-item-code(ws-lot-idx) =
                      ws-p-item-code(ws-pair-idx)
                   perform q230-print-lot-line
               end-if
           end-perform
           move spaces to qc-report-line
           string "  HELD " ws-pair-held
                  " RELEASED " ws-pair-released
                  " CONDEMNED " ws-pair-condemned
               delimited by size into qc-report-line
           write qc-report-line
           move spaces to qc-report-line
           write qc-report-line.

      *----Q230. One lot with its readings.
       q230-print-lot-line.
           evaluate ws-l-status(ws-lot-idx)
               when "H"
                   move "ON HOLD" to ws-status-text
                   add 1 to ws-pair-held ws-held-count
               when "R"
                   move "RELEASED" to ws-status-text
                   add 1 to ws-pair-released ws-released-count
               when other
                   move "CONDEMNED" to ws-status-text
                   add 1 to ws-pair-condemned ws-condemned-count
           end-evaluate
           move ws-l-defect-pct(ws-lot-idx) to ws-defect-disp
           move ws-l-temperature(ws-lot-idx) to ws-temp-disp
           move spaces to qc-report-line
           string "  LOT " ws-l-lot-id(ws-lot-idx)
                  " " ws-status-text
                  " INSPECTED " ws-l-inspect-date(ws-lot-idx)
                  " HELD SINCE " ws-l-hold-date(ws-lot-idx)
                  " GRADE " ws-l-grade(ws-lot-idx)
                  " DEFECT " ws-defect-disp " PCT"
                  " TEMP " ws-temp-disp
               delimited by size into qc-report-line
           write qc-report-line.

      *----A900. Structured error handling, same convention as
      *    COLL0: diagnostic code plus message, non-zero condition
      *    code back to the caller. This step is called from
      *    BATCH0, so whatever it had open is closed on the way
      *    out.
       a900-raise-exception.
           display "*** QCLOAD EXCEPTION " ws-error-code ": "
                   ws-error-msg
           move "QCLOAD  " to ops-evt-program
           move "S" to ops-evt-severity
           move ws-error-code to ops-evt-code
           move ws-error-msg to ops-evt-text
           call "OPSLOG0" using ops-event
           close qc-master-file
           close qc-in-file
           close qc-report-file
           move ws-error-code to return-code
           goback.
