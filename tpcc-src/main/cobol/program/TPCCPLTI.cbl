      *> set all the trace flags to 'N' (dont trace)
           move all 'N' to cwa-trace-options-array

      *> nothing is captured until TPCCRPLY switches a program on
           move all 'N' to cwa-capture-options-array

      *> set the site-configurable processing limits to their
      *> defaults, then let the durable SITECONFIG row override them
      *> (and seed that row from the defaults the first time a
           move 60 to cwa-dup-pay-window
           move 20 to cwa-mon-threshold
           move 60 to cwa-dup-ord-window
           move 5000.00 to cwa-po-approve-limit

           perform read-site-config

               select sc_max_payment_amt, sc_stock_lookback,
                   sc_carrier_cnt, sc_collect_threshold,
                   sc_retry_max, sc_dup_pay_window,
                   sc_mon_threshold, sc_dup_ord_window,
                   sc_po_approve_limit
               into :sc-max-payment-amt, :sc-stock-lookback,
                   :sc-carrier-cnt, :sc-collect-threshold,
                   :sc-retry-max, :sc-dup-pay-window,
                   :sc-mon-threshold, :sc-dup-ord-window,
                   :sc-po-approve-limit
               from siteconfig
               where sc_id = :sc-id
           end-exec
                   move sc-dup-pay-window to cwa-dup-pay-window
                   move sc-mon-threshold to cwa-mon-threshold
                   move sc-dup-ord-window to cwa-dup-ord-window
                   move sc-po-approve-limit to cwa-po-approve-limit
                   exec cics write operator
                       text('TPCC site configuration loaded')
                   end-exec
                   move cwa-dup-pay-window to sc-dup-pay-window
                   move cwa-mon-threshold to sc-mon-threshold
                   move cwa-dup-ord-window to sc-dup-ord-window
                   move cwa-po-approve-limit to sc-po-approve-limit
                   move 'PLTI' to sc-updated-by
                   move spaces to sc-entry-d
                   exec sql
                            sc_stock_lookback, sc_carrier_cnt,
                            sc_collect_threshold, sc_retry_max,
                            sc_dup_pay_window, sc_mon_threshold,
                            sc_dup_ord_window, sc_po_approve_limit,
                            sc_updated_by, sc_entry_d)
                           values (:sc-id, :sc-max-payment-amt,
                            :sc-stock-lookback, :sc-carrier-cnt,
                            :sc-collect-threshold, :sc-retry-max,
                            :sc-dup-pay-window, :sc-mon-threshold,
                            :sc-dup-ord-window, :sc-po-approve-limit,
                            :sc-updated-by, :sc-entry-d)
                   end-exec
                   exec cics write operator
