      * to the structured reject file as well (full record + reason
      * code), and corrected rejects dropped on RESUBIN are replayed
      * through the same edits ahead of the day's TSTTRANS input.
      * Where GRPITEM restricts the group, every matched item is
      * checked against the group's authorizations (A038) and the
      * items it may not receive close the exceptions report (A039).
      *-------------------------------------------------------------
      *----The run-control tolerance stands until the day's header
      *    names a supplier with an override on file (A036).
               perform a900-raise-exception
           end-if

      *----The group-item authorizations stay open for input across
      *    the edit pass too, beside the catalog they refer to.
           perform a037-open-group-items

      *----The cumulative lot-disposition file grows across runs;
      *    a first-ever run creates it.
           open extend lot-disp-file
           end-if

           close produce-master-file
           if ws-gi-is-open
               close grp-item-file
           end-if

           move ws-unmat-count to ws-unmat-count-disp
           move spaces to unmatched-report-line
           close recv-history-file
           close reject-master-file
           close reject-file
           perform a039-print-unauth-items
           close exceptions-report-file
