           move cwa-dup-pay-window to duppaywindow
           move cwa-mon-threshold to monthreshold
           move cwa-dup-ord-window to dupordwindow
           move cwa-po-approve-limit to poapprovelimit

           move "Limits in force returned" to msg
           .
               perform log-one-change
               move dupordwindow to cwa-dup-ord-window
           end-if
           if poapprovelimit not = 0
               and poapprovelimit not = cwa-po-approve-limit
               move 'PO-APPROVE-LIMIT    ' to cl-limit-name
               move cwa-po-approve-limit to cl-old-value
               move poapprovelimit to cl-new-value
               perform log-one-change
               move poapprovelimit to cwa-po-approve-limit
           end-if

           if ws-changed = 0
               move "Nothing to change" to msg
               move cwa-dup-pay-window to sc-dup-pay-window
               move cwa-mon-threshold to sc-mon-threshold
               move cwa-dup-ord-window to sc-dup-ord-window
               move cwa-po-approve-limit to sc-po-approve-limit
               move operid to sc-updated-by
               move datetime to sc-entry-d
               EXEC SQL
                       sc_dup_pay_window = :sc-dup-pay-window,
                       sc_mon_threshold = :sc-mon-threshold,
                       sc_dup_ord_window = :sc-dup-ord-window,
                       sc_po_approve_limit = :sc-po-approve-limit,
                       sc_updated_by = :sc-updated-by,
                       sc_entry_d = :sc-entry-d
                   WHERE sc_id = :sc-id
