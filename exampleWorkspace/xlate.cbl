      $set mfoo

      *-------------------------------------------------------------
      * Inbound supplier file translator. Only one supplier sends
      * the fixed TST-TRANS-REC layout with its header and trailer;
      * the others send flat or delimited files that used to be
      * retyped into TSTTRANS by hand. XLATE takes the supplier
      * code at the console, reads that supplier's format profile
      * off SUPFMT, and converts the file the profile names into a
      * standard TSTTRANS: a header with today's date and the
      * supplier's SUPMAST code as TST-HDR-SOURCE, one record per
      * lot with its sub-lots in the order sent, and a trailer with
      * the record count and lot-id hash COLL0 balances against.
      * Every line that cannot be translated -- a lot id that is
      * not a lot number, a weight that is not a weight, a missing
      * column, a lot past its 20 sub-lots -- is left out and
      * listed with its line number and reason on the day's XLATERR
      * report, so the supplier can be asked for the line instead
      * of somebody guessing at it. A translation with rejected
      * lines ends with condition code 4.
      *-------------------------------------------------------------
       identification division.
       program-id. XLATE.
       environment division.

       input-output section.
       file-control.
      *----Per-supplier format profiles.
           select format-profile-file assign to "SUPFMT"
               organization is line sequential
               file status is ws-sf-status.

           select supplier-master-file assign to "SUPMAST"
               organization is line sequential
               file status is ws-sup-status.

      *----The supplier's file, named on its profile.
           select inbound-file assign to ws-in-file-name
               organization is line sequential
               file status is ws-in-status.

      *----Sort work files: the edited lines in arrival order, and
      *    the same lines back in lot order.
           select xlate-work-file assign to "XLATWRK"
               organization is sequential
               file status is ws-xwk-status.

           select xlate-sorted-file assign to "XLATSRT"
               organization is sequential
               file status is ws-xst-status.

           select xlate-sort-file assign to "XLATSWK".

      *----The translated day's transaction file for COLL0.
           select tst-trans-file assign to "TSTTRANS"
               organization is sequential
               file status is ws-tst-status.

      *----The day's translation error report, appended to by each
      *    supplier's translation.
           select xlate-error-file assign to ws-err-file-name
               organization is line sequential
               file status is ws-err-status.

       data division.
       file section.
       fd  format-profile-file
           label records are standard.
           copy "copybooks\supfmt.cpy".

       fd  supplier-master-file
           label records are standard.
           copy "copybooks\supmast.cpy".

       fd  inbound-file
           label records are standard.
       01  inbound-line                pic x(512).

       fd  xlate-work-file
           label records are standard.
           copy "copybooks\xlwork.cpy".

       fd  xlate-sorted-file
           label records are standard.
           copy "copybooks\xlwork.cpy"
               replacing leading ==XW== by ==XS==.

       sd  xlate-sort-file.
           copy "copybooks\xlwork.cpy"
               replacing leading ==XW== by ==XSW==.

       fd  tst-trans-file
           label records are standard.
           copy "copybooks\tst_var.cpy".

       fd  xlate-error-file
           label records are standard.
       01  xlate-error-line            pic x(132).

       working-storage section.
      *----File statuses.
           01  ws-sf-status            pic x(2).
               88  ws-sf-ok            value "00".
               88  ws-sf-eof           value "10".
           01  ws-sup-status           pic x(2).
               88  ws-sup-ok           value "00".
               88  ws-sup-eof          value "10".
           01  ws-in-status            pic x(2).
               88  ws-in-ok            value "00".
               88  ws-in-eof           value "10".
           01  ws-xwk-status           pic x(2).
           01  ws-xst-status           pic x(2).
               88  ws-xst-eof          value "10".
           01  ws-tst-status           pic x(2).
           01  ws-err-status           pic x(2).

      *----Run date and the dated error report name.
           01  ws-run-date             pic 9(8).
           01  ws-err-file-name.
               05  filler              pic x(7) value "XLATERR".
               05  ws-err-file-date    pic 9(8).
               05  filler              pic x(4) value ".TXT".

      *----The supplier asked for, and its profile.
           01  ws-sup-input            pic x(08).
           01  ws-replace-input        pic x(01).
           01  ws-in-file-name         pic x(20).
           01  ws-prof-found           pic x value "N".
               88  ws-prof-on-file     value "Y".
           01  ws-sup-found            pic x value "N".
               88  ws-sup-on-file      value "Y".
           01  ws-sup-act              pic x value "N".
               88  ws-sup-is-active    value "Y".
           01  ws-format               pic x(01).
               88  ws-fmt-fixed        value "F".
               88  ws-fmt-delimited    value "D".
           01  ws-delim                pic x(01).
           01  ws-skip-lines           pic 9(02).
           01  ws-wgt-decimals         pic 9(01).
           01  ws-fld-idx              pic 9(1) comp-5.
           01  ws-fld-map.
               05  ws-fld-entry        occurs 5 times.
                   10  ws-fld-pos      pic 9(03).
                   10  ws-fld-len      pic 9(02).

      *----The line being translated: its fields as found, and the
      *    delimited columns.
           01  ws-line-no              pic 9(06) value zeros.
           01  ws-fld-texts.
               05  ws-fld-text         pic x(40) occurs 5 times.
           01  ws-col-count            pic 9(3) comp-5.
           01  ws-col-ptr              pic 9(4) comp-5.
           01  ws-col-tab.
               05  ws-col-text         pic x(40) occurs 40 times.
           01  ws-reject-reason        pic x(40).
           01  ws-reject-image         pic x(80).

      *----Field editing: a field left-justified, and a number
      *    taken apart into its whole and decimal digits.
           01  ws-work-text            pic x(40).
           01  ws-just-text            pic x(40).
           01  ws-char-idx             pic 9(3) comp-5.
           01  ws-first-char           pic 9(3) comp-5.
           01  ws-num-int              pic 9(09).
           01  ws-num-dec              pic 9(02).
           01  ws-num-int-digits       pic 9(3) comp-5.
           01  ws-num-dec-digits       pic 9(3) comp-5.
           01  ws-num-state            pic x(01).
               88  ws-num-in-whole     value "W".
               88  ws-num-in-decimals  value "D".
               88  ws-num-ended        value "E".
           01  ws-num-bad              pic x(01).
               88  ws-num-is-bad       value "Y".
           01  ws-digit                pic 9(01).
           01  ws-wgt-work             pic 9(09)v99.
           01  ws-wgt-divisor          pic 9(03).

      *----The record being built for the current lot.
           01  ws-cur-lot              pic 9(05).
           01  ws-have-lot             pic x value "N".
               88  ws-lot-open         value "Y".
           01  ws-sub-count            pic 9(02).

      *----Control totals: the trailer's, and the report's.
           01  ws-rec-count            pic 9(08) value zeros.
           01  ws-lot-hash             pic 9(11) value zeros.
           01  ws-lines-read           pic 9(06) value zeros.
           01  ws-lines-skipped        pic 9(06) value zeros.
           01  ws-lines-taken          pic 9(06) value zeros.
           01  ws-lines-rejected       pic 9(06) value zeros.

      *----Structured exception data, same convention as COLL0's
      *    A900 handler.
           01  ws-error-code           pic 9(4) comp-5.
           01  ws-error-msg            pic x(80).

      *----Event record handed to the central operations logger.
           copy "copybooks\opsevt.cpy".

       procedure division.

       run-translate section.

           display "XLATE: SUPPLIER FILE TRANSLATION INTO TSTTRANS"
           accept ws-run-date from date yyyymmdd
           move ws-run-date to ws-err-file-date
           display "ENTER SUPPLIER CODE: " with no advancing
           accept ws-sup-input
           if ws-sup-input = spaces
               move 9721 to ws-error-code
               move "SUPPLIER CODE REQUIRED" to ws-error-msg
               perform a900-raise-exception
           end-if
           perform x100-load-profile
           perform x150-check-supplier
           perform x170-check-existing-tsttrans

           open input inbound-file
           if not ws-in-ok
               move 9725 to ws-error-code
               string "INBOUND FILE " ws-in-file-name
                      " OPEN FAILED, STATUS=" ws-in-status
                   delimited by size into ws-error-msg
               perform a900-raise-exception
           end-if
           open extend xlate-error-file
           if ws-err-status = "35"
               open output xlate-error-file
           end-if
           if ws-err-status not = "00"
               move 9726 to ws-error-code
               string "XLATE-ERROR-FILE OPEN FAILED, STATUS="
                      ws-err-status delimited by size
                   into ws-error-msg
               perform a900-raise-exception
           end-if
           move spaces to xlate-error-line
           string "XLATE TRANSLATION ERRORS - RUN DATE " ws-run-date
                  "  SUPPLIER " ws-sup-input
                  "  FILE " ws-in-file-name
               delimited by size into xlate-error-line
           write xlate-error-line
           move spaces to xlate-error-line
           string "  LINE   REASON"
                  "                                   LINE AS SENT"
               delimited by size into xlate-error-line
           write xlate-error-line

      *----Edit every line onto the work file, then bring each
      *    lot's sub-lots together and build the records.
           perform x200-edit-lines
           sort xlate-sort-file
               on ascending key xsw-lot-id
                                xsw-line-no
               using xlate-work-file
               giving xlate-sorted-file
           perform x300-build-tsttrans

           if ws-lines-rejected = zeros
               move "  NO LINES REJECTED" to xlate-error-line
               write xlate-error-line
           end-if
           move spaces to xlate-error-line
           string "  LINES READ " ws-lines-read
                  "  HEADINGS SKIPPED " ws-lines-skipped
                  "  TRANSLATED " ws-lines-taken
                  "  REJECTED " ws-lines-rejected
                  "  LOT RECORDS " ws-rec-count
               delimited by size into xlate-error-line
           write xlate-error-line
           move spaces to xlate-error-line
           write xlate-error-line
           close xlate-error-file

           display "XLATE: " ws-sup-input " LINES " ws-lines-read
                   " TRANSLATED " ws-lines-taken
                   " REJECTED " ws-lines-rejected
                   " LOTS " ws-rec-count
           move "XLATE   " to ops-evt-program
           move zeros to ops-evt-code
           move spaces to ops-evt-text
           string "TRANSLATED " ws-sup-input
                  " LOTS " ws-rec-count
                  " LINES " ws-lines-taken
                  " REJECTED " ws-lines-rejected
               delimited by size into ops-evt-text
           if ws-lines-rejected > zeros
               move "W" to ops-evt-severity
               call "OPSLOG0" using ops-event
               display "XLATE: REJECTED LINES LISTED ON "
                       ws-err-file-name
               move 4 to return-code
           else
               move "I" to ops-evt-severity
               call "OPSLOG0" using ops-event
               move 0 to return-code
           end-if
           goback.

      *----X100. The supplier's profile off SUPFMT, checked for a
      *    usable format: fixed or delimited, and every field but
      *    the optional sub-lot id mapped.
       x100-load-profile.
           open input format-profile-file
           if not ws-sf-ok
               move 9722 to ws-error-code
               string "SUPFMT OPEN FAILED, STATUS=" ws-sf-status
                   delimited by size into ws-error-msg
               perform a900-raise-exception
           end-if
           perform until ws-sf-eof or ws-prof-on-file
               read format-profile-file
                   at end
                       continue
                   not at end
                       if sf-sup-code = ws-sup-input
                           move "Y" to ws-prof-found
                           move sf-in-file to ws-in-file-name
                           move sf-format to ws-format
                           move sf-delimiter to ws-delim
                           move sf-skip-lines to ws-skip-lines
                           move sf-wgt-decimals to ws-wgt-decimals
                           move sf-field-map to ws-fld-map
                       end-if
               end-read
           end-perform
           close format-profile-file
           if not ws-prof-on-file
               move 9723 to ws-error-code
               string "NO SUPFMT PROFILE FOR SUPPLIER " ws-sup-input
                   delimited by size into ws-error-msg
               perform a900-raise-exception
           end-if

           move spaces to ws-error-msg
           evaluate true
               when not ws-fmt-fixed and not ws-fmt-delimited
                   move "FORMAT MUST BE F OR D" to ws-error-msg
               when ws-in-file-name = spaces
                   move "NO INBOUND FILE NAMED" to ws-error-msg
               when ws-skip-lines not numeric
                 or ws-wgt-decimals not numeric
                 or ws-wgt-decimals > 2
                   move "SKIP LINES OR WEIGHT DECIMALS INVALID"
                       to ws-error-msg
               when ws-fmt-delimited and ws-delim = space
                   move "DELIMITED FORMAT WITH NO DELIMITER"
                       to ws-error-msg
               when other
                   perform varying ws-fld-idx from 1 by 1
                           until ws-fld-idx > 5
                       perform x110-check-field-map
                   end-perform
           end-evaluate
           if ws-error-msg not = spaces
               move 9724 to ws-error-code
               perform a900-raise-exception
           end-if
           if ws-fmt-delimited and ws-delim = "T"
               move x"09" to ws-delim
           end-if.

      *----X110. One field's mapping: on the line, and a length on
      *    a fixed file. Field 2, the sub-lot id, may be left out.
       x110-check-field-map.
           if ws-fld-pos(ws-fld-idx) not numeric
              or ws-fld-len(ws-fld-idx) not numeric
               move "FIELD MAP NOT NUMERIC" to ws-error-msg
           else
               if ws-fld-pos(ws-fld-idx) = zeros
                   if ws-fld-idx not = 2
                       move "LOT, TEXT, QTY AND WEIGHT MUST BE MAPPED"
                           to ws-error-msg
                   end-if
               else
                   if ws-fmt-fixed
                       if ws-fld-len(ws-fld-idx) = zeros
                          or ws-fld-len(ws-fld-idx) > 40
                          or ws-fld-pos(ws-fld-idx)
                              + ws-fld-len(ws-fld-idx) > 513
                           move "FIXED FIELD POSITION OR LENGTH INVALID"
                               to ws-error-msg
                       end-if
                   else
                       if ws-fld-pos(ws-fld-idx) > 40
                           move "DELIMITED COLUMN PAST COLUMN 40"
                               to ws-error-msg
                       end-if
                   end-if
               end-if
           end-if.

      *----X150. The code must be a known, active supplier: the
      *    header names it, and COLL0 rejects the day otherwise.
       x150-check-supplier.
           open input supplier-master-file
           if ws-sup-ok
               perform until ws-sup-eof or ws-sup-on-file
                   read supplier-master-file
                       at end
                           continue
                       not at end
                           if sup-code = ws-sup-input
                               move "Y" to ws-sup-found
                               if sup-active
                                   move "Y" to ws-sup-act
                               end-if
                           end-if
                   end-read
               end-perform
               close supplier-master-file
           end-if
           if not ws-sup-on-file or not ws-sup-is-active
               move 9727 to ws-error-code
               string "SUPPLIER " ws-sup-input
                      " NOT AN ACTIVE SUPPLIER ON SUPMAST"
                   delimited by size into ws-error-msg
               perform a900-raise-exception
           end-if.

      *----X170. A TSTTRANS already waiting for tonight is somebody
      *    else's delivery: it is replaced only when the operator
      *    says so.
       x170-check-existing-tsttrans.
           open input tst-trans-file
           if ws-tst-status = "00"
               close tst-trans-file
               display "XLATE: TSTTRANS ALREADY ON FILE -"
                       " REPLACE IT (Y/N)? " with no advancing
               accept ws-replace-input
               if ws-replace-input not = "Y"
                   display "XLATE: TRANSLATION ABANDONED -"
                           " TSTTRANS KEPT"
                   move "XLATE   " to ops-evt-program
                   move "W" to ops-evt-severity
                   move zeros to ops-evt-code
                   move spaces to ops-evt-text
                   string "TRANSLATION OF " ws-sup-input
                          " ABANDONED - TSTTRANS ALREADY ON FILE"
                       delimited by size into ops-evt-text
                   call "OPSLOG0" using ops-event
                   move 4 to return-code
                   goback
               end-if
           end-if.

      *----X200. Every line of the supplier's file: the heading
      *    lines skipped, blank lines passed over, the rest edited
      *    onto the work file or rejected.
       x200-edit-lines.
           open output xlate-work-file
           if ws-xwk-status not = "00"
               move 9728 to ws-error-code
               string "XLATE-WORK-FILE OPEN FAILED, STATUS="
                      ws-xwk-status delimited by size
                   into ws-error-msg
               perform a900-raise-exception
           end-if
           perform until ws-in-eof
               read inbound-file
                   at end
                       continue
                   not at end
                       add 1 to ws-line-no
                       add 1 to ws-lines-read
                       if ws-line-no <= ws-skip-lines
                           add 1 to ws-lines-skipped
                       else
                           if inbound-line not = spaces
                               perform x210-edit-line
                           end-if
                       end-if
               end-read
           end-perform
           close inbound-file
           close xlate-work-file.

      *----X210. One sub-lot line: its fields found, then edited.
      *    The first failed edit is the reason the line is
      *    rejected.
       x210-edit-line.
           move spaces to ws-fld-texts ws-reject-reason
           if ws-fmt-fixed
               perform varying ws-fld-idx from 1 by 1
                       until ws-fld-idx > 5
                   if ws-fld-pos(ws-fld-idx) > zeros
                       move inbound-line(ws-fld-pos(ws-fld-idx):
                                         ws-fld-len(ws-fld-idx))
                           to ws-fld-text(ws-fld-idx)
                   end-if
               end-perform
           else
               perform x220-split-columns
           end-if

           move spaces to xw-record
           move ws-line-no to xw-line-no
           move inbound-line(1:60) to xw-line-image
           perform x230-edit-lot-id
           if ws-reject-reason = spaces
               perform x235-edit-sub-lot-id
           end-if
           if ws-reject-reason = spaces
               perform x240-edit-sub-lot-text
           end-if
           if ws-reject-reason = spaces
               perform x245-edit-quantity
           end-if
           if ws-reject-reason = spaces
               perform x250-edit-weight
           end-if
           if ws-reject-reason = spaces
               write xw-record
           else
               move inbound-line(1:80) to ws-reject-image
               perform x290-reject-line
           end-if.

      *----X220. A delimited line split into its columns; each
      *    mapped field is its column, quotes round it dropped. A
      *    column the line does not reach stays blank.
       x220-split-columns.
           move spaces to ws-col-tab
           move zero to ws-col-count
           move 1 to ws-col-ptr
           perform until ws-col-ptr > 512 or ws-col-count >= 40
               add 1 to ws-col-count
               unstring inbound-line delimited by ws-delim
                   into ws-col-text(ws-col-count)
                   with pointer ws-col-ptr
               end-unstring
           end-perform
           perform varying ws-fld-idx from 1 by 1
                   until ws-fld-idx > 5
               if ws-fld-pos(ws-fld-idx) > zeros
                   move ws-col-text(ws-fld-pos(ws-fld-idx))
                       to ws-work-text
                   perform x280-left-justify
                   if ws-just-text(1:1) = quote
                       move ws-just-text(2:) to ws-work-text
                       inspect ws-work-text
                           replacing all quote by space
                       perform x280-left-justify
                   end-if
                   move ws-just-text to ws-fld-text(ws-fld-idx)
               end-if
           end-perform.

      *----X230. The lot id: a whole number, not one of the ids
      *    reserved for the header and trailer.
       x230-edit-lot-id.
           move ws-fld-text(1) to ws-work-text
           perform x285-parse-number
           if ws-num-is-bad
              or ws-num-dec-digits > zero
              or ws-num-int-digits > 5
              or ws-num-int = zeros
              or ws-num-int = 99999
               move "LOT ID NOT A LOT NUMBER" to ws-reject-reason
           else
               move ws-num-int to xw-lot-id
           end-if.

      *----X235. The sub-lot id, when the supplier sends one.
       x235-edit-sub-lot-id.
           if ws-fld-pos(2) = zeros
               move zeros to xw-sub-lot-id
           else
               move ws-fld-text(2) to ws-work-text
               perform x285-parse-number
               if ws-num-is-bad
                  or ws-num-dec-digits > zero
                  or ws-num-int-digits > 5
                  or ws-num-int = zeros
                   move "SUB-LOT ID NOT A SUB-LOT NUMBER"
                       to ws-reject-reason
               else
                   move ws-num-int to xw-sub-lot-id
               end-if
           end-if.

      *----X240. The sub-lot text COLL0 matches to the catalog:
      *    present, and no longer than TSTTRANS carries.
       x240-edit-sub-lot-text.
           move ws-fld-text(3) to ws-work-text
           perform x280-left-justify
           evaluate true
               when ws-just-text = spaces
                   move "SUB-LOT TEXT MISSING" to ws-reject-reason
               when ws-just-text(21:) not = spaces
                   move "SUB-LOT TEXT OVER 20 CHARACTERS"
                       to ws-reject-reason
               when other
                   move ws-just-text(1:20) to xw-sub-lot-text
           end-evaluate.

      *----X245. The quantity: a whole number up to 999.
       x245-edit-quantity.
           move ws-fld-text(4) to ws-work-text
           perform x285-parse-number
           if ws-num-is-bad
              or ws-num-dec-digits > zero
              or ws-num-int-digits > 3
               move "QUANTITY NOT A WHOLE NUMBER UP TO 999"
                   to ws-reject-reason
           else
               move ws-num-int to xw-sub-qty
           end-if.

      *----X250. The received weight, with its decimal point or
      *    the profile's implied decimals, up to 99999.99.
       x250-edit-weight.
           move ws-fld-text(5) to ws-work-text
           perform x285-parse-number
           if ws-num-is-bad
              or ws-num-dec-digits > 2
              or ws-num-int-digits > 9
               move "WEIGHT NOT A NUMBER" to ws-reject-reason
           else
               if ws-num-dec-digits = zero
                  and ws-wgt-decimals > zero
                   move 1 to ws-wgt-divisor
                   perform ws-wgt-decimals times
                       multiply 10 by ws-wgt-divisor
                   end-perform
                   divide ws-num-int by ws-wgt-divisor
                       giving ws-wgt-work
               else
                   move ws-num-int to ws-wgt-work
                   if ws-num-dec-digits = 1
                       compute ws-wgt-work = ws-wgt-work
                           + ws-num-dec / 10
                   else
                       compute ws-wgt-work = ws-wgt-work
                           + ws-num-dec / 100
                   end-if
               end-if
               if ws-wgt-work > 99999.99
                   move "WEIGHT OVER 99999.99" to ws-reject-reason
               else
                   move ws-wgt-work to xw-sub-rec-weight
               end-if
           end-if.

      *----X280. ws-work-text with its leading spaces dropped, into
      *    ws-just-text.
       x280-left-justify.
           move spaces to ws-just-text
           move zero to ws-first-char
           perform varying ws-char-idx from 1 by 1
                   until ws-char-idx > 40 or ws-first-char > zero
               if ws-work-text(ws-char-idx:1) not = space
                   move ws-char-idx to ws-first-char
               end-if
           end-perform
           if ws-first-char > zero
               move ws-work-text(ws-first-char:) to ws-just-text
           end-if.

      *----X285. ws-work-text read as a number: digits, at most one
      *    decimal point, spaces only around it. The whole digits
      *    come back in ws-num-int, up to two decimal digits in
      *    ws-num-dec; anything else marks it bad.
       x285-parse-number.
           move zeros to ws-num-int ws-num-dec
           move zero to ws-num-int-digits ws-num-dec-digits
           move "N" to ws-num-bad
           move space to ws-num-state
           perform varying ws-char-idx from 1 by 1
                   until ws-char-idx > 40 or ws-num-is-bad
               evaluate true
                   when ws-work-text(ws-char-idx:1) = space
                       if ws-num-state not = space
                           move "E" to ws-num-state
                       end-if
                   when ws-num-ended
                       move "Y" to ws-num-bad
                   when ws-work-text(ws-char-idx:1) = "."
                       if ws-num-in-decimals
                           move "Y" to ws-num-bad
                       else
                           move "D" to ws-num-state
                       end-if
                   when ws-work-text(ws-char-idx:1) is numeric
                       move ws-work-text(ws-char-idx:1) to ws-digit
                       if ws-num-in-decimals
                           add 1 to ws-num-dec-digits
                           if ws-num-dec-digits <= 2
                               compute ws-num-dec =
                                   ws-num-dec * 10 + ws-digit
                           end-if
                       else
                           move "W" to ws-num-state
                           add 1 to ws-num-int-digits
                           if ws-num-int-digits <= 9
                               compute ws-num-int =
                                   ws-num-int * 10 + ws-digit
                           end-if
                       end-if
                   when other
                       move "Y" to ws-num-bad
               end-evaluate
           end-perform
           if ws-num-int-digits = zero and ws-num-dec-digits = zero
               move "Y" to ws-num-bad
           end-if.

      *----X290. A line left out of TSTTRANS, onto the error
      *    report with its number, reason and the line as sent.
       x290-reject-line.
           add 1 to ws-lines-rejected
           move spaces to xlate-error-line
           string "  " ws-line-no " " ws-reject-reason
                  " " ws-reject-image
               delimited by size into xlate-error-line
           write xlate-error-line.

      *----X300. The translated TSTTRANS: header, one record per
      *    lot from the sorted lines, trailer.
       x300-build-tsttrans.
           open output tst-trans-file
           if ws-tst-status not = "00"
               move 9729 to ws-error-code
               string "TST-TRANS-FILE OPEN FAILED, STATUS="
                      ws-tst-status delimited by size
                   into ws-error-msg
               perform a900-raise-exception
           end-if
           move spaces to tst-trans-rec
           move zeros to tst-lot-id
           move ws-run-date to tst-hdr-file-date
           move ws-sup-input to tst-hdr-source
           write tst-trans-rec

           open input xlate-sorted-file
           if ws-xst-status not = "00"
               move 9730 to ws-error-code
               string "XLATE-SORTED-FILE OPEN FAILED, STATUS="
                      ws-xst-status delimited by size
                   into ws-error-msg
               perform a900-raise-exception
           end-if
           perform until ws-xst-eof
               read xlate-sorted-file
                   at end
                       continue
                   not at end
                       if ws-lot-open
                          and xs-lot-id not = ws-cur-lot
                           perform x320-write-lot
                       end-if
                       if not ws-lot-open
                           perform x310-open-lot
                       end-if
                       perform x330-add-sub-lot
               end-read
           end-perform
           close xlate-sorted-file
           if ws-lot-open
               perform x320-write-lot
           end-if

           move spaces to tst-trans-rec
           move 99999 to tst-lot-id
           move ws-rec-count to tst-trl-rec-count
           move ws-lot-hash to tst-trl-lot-hash
           write tst-trans-rec
           close tst-trans-file.

      *----X310. A new lot: a clean record under its id.
       x310-open-lot.
           move "Y" to ws-have-lot
           move xs-lot-id to ws-cur-lot
           move spaces to tst-trans-rec
           move xs-lot-id to tst-lot-id
           move zeros to ws-sub-count.

      *----X320. The lot's record onto TSTTRANS, counted and
      *    hashed for the trailer.
       x320-write-lot.
           move ws-sub-count to tst-sub-lot-count
           write tst-trans-rec
           add 1 to ws-rec-count
           add ws-cur-lot to ws-lot-hash
           move "N" to ws-have-lot.

      *----X330. One sub-lot line into the lot's record. A lot has
      *    room for 20; lines past that are rejected, not dropped.
       x330-add-sub-lot.
           if ws-sub-count >= 20
               move xs-line-no to ws-line-no
               move "LOT HAS MORE THAN 20 SUB-LOTS"
                   to ws-reject-reason
               move xs-line-image to ws-reject-image
               perform x290-reject-line
           else
               add 1 to ws-sub-count
               add 1 to ws-lines-taken
               set tst-sub-idx to ws-sub-count
               if xs-sub-lot-id = zeros
                   move ws-sub-count to tst-sub-lot-id(tst-sub-idx)
               else
                   move xs-sub-lot-id to tst-sub-lot-id(tst-sub-idx)
               end-if
               move xs-sub-lot-text
                   to tst-sub-lot-text(tst-sub-idx)
               move xs-sub-qty to tst-sub-qty(tst-sub-idx)
               move xs-sub-rec-weight
                   to tst-sub-rec-weight(tst-sub-idx)
           end-if.

      *----A900. Structured error handling, same convention as
      *    COLL0: diagnostic code plus message, non-zero condition
      *    code back to the caller.
       a900-raise-exception.
           display "*** XLATE EXCEPTION " ws-error-code ": "
                   ws-error-msg
           move "XLATE   " to ops-evt-program
           move "S" to ops-evt-severity
           move ws-error-code to ops-evt-code
           move ws-error-msg to ops-evt-text
           call "OPSLOG0" using ops-event
           move ws-error-code to return-code
           goback.
