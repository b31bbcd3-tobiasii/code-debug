
       fd  snapshot-out-file
           label records are standard.
       01  snapshot-out-record         pic x(42).

       fd  snapshot-prev-file
           label records are standard.
                      pv-unit-price " -> " pm-unit-price
                   delimited by size into compare-report-line
               write compare-report-line
           end-if
      *----A snapshot taken before the catalog carried a shelf life
      *    has none to compare.
           if pv-shelf-life-days numeric
              and pm-shelf-life-days not = pv-shelf-life-days
               add 1 to ws-changed-count
               move spaces to compare-report-line
               string "CHANGED " pm-item-code " SHELF  "
                      pv-shelf-life-days " -> " pm-shelf-life-days
                   delimited by size into compare-report-line
               write compare-report-line
           end-if.

      *----A290. Report trailer: added/dropped/changed tallies.
