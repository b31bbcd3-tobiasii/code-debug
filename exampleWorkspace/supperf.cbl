      * the operator just presses enter) it rolls the cumulative
      * LOTDISP lot fates and RCVHIST receipts up by the supplier
      * stamped on them: lots received, reject rate by reason,
      * unmatched rate, lots carrying items the receiving group is
      * not authorized for, and net received-weight variance -- so a
      * conversation about short weights quotes the supplier's own
      * numbers, not the whole shop's. Supplier names come from the
      * SUPMAST reference file; lots with no supplier stamp (records
                   10  ws-sp-rejected  pic 9(06).
                   10  ws-sp-unmatched pic 9(06).
                   10  ws-sp-varflag   pic 9(06).
                   10  ws-sp-unauth    pic 9(06).
                   10  ws-sp-variance  pic s9(11)V99.
                   10  ws-sp-rsn-count pic 9(2) comp-5.
                   10  ws-sp-reason    occurs 10 times.
                   perform s230-apply-reject-reason
               when ld-unmatched
                   add 1 to ws-sp-unmatched(ws-sp-idx)
               when ld-not-authorized
                   add 1 to ws-sp-unauth(ws-sp-idx)
               when ld-variance-flag
                   add 1 to ws-sp-varflag(ws-sp-idx)
               when other
                             ws-sp-rejected(ws-sp-idx)
                             ws-sp-unmatched(ws-sp-idx)
                             ws-sp-varflag(ws-sp-idx)
                             ws-sp-unauth(ws-sp-idx)
                             ws-sp-variance(ws-sp-idx)
               move zero to ws-sp-rsn-count(ws-sp-idx)
           end-if.
               delimited by size into perf-report-line
           write perf-report-line

           move spaces to perf-report-line
           string "  NOT AUTHORIZED FOR GROUP " ws-sp-unauth(ws-sp-idx)
               delimited by size into perf-report-line
           write perf-report-line

           move ws-sp-variance(ws-sp-idx) to ws-variance-disp
           move spaces to perf-report-line
           string "  VARIANCE-FLAGGED " ws-sp-varflag(ws-sp-idx)
