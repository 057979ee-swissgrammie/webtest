      * seeded by TPCCPLTI):
      *
      *   - finds every customer whose balance exceeds their credit
      *     limit, leaving out amounts the customer is disputing on
      *     an open DEDUCT row (SQLDEDN) - those are chased by their
      *     owner, not by collections
      *   - writes a COLLWORK worklist row for the credit desk with
      *     balance, limit, percent over, and days since the last
      *     payment, and queues the same line to TS queue COLRPT

           EXEC SQL
               DECLARE c_overlim CURSOR FOR
               SELECT c_w_id, c_d_id, c_id,
                   c_balance - COALESCE((SELECT SUM(dd_amount)
                       FROM deduct
                       WHERE dd_w_id = c_w_id AND dd_d_id = c_d_id
                           AND dd_c_id = c_id AND dd_status = 'O'), 0),
                   c_credit_lim, c_credit_hold,
                   (SELECT MAX(h_date) FROM history
                    WHERE h_c_w_id = c_w_id AND h_c_d_id = c_d_id
                        AND h_c_id = c_id)
                   FROM customer
                   WHERE c_balance - COALESCE((SELECT SUM(dd_amount)
                       FROM deduct
                       WHERE dd_w_id = c_w_id AND dd_d_id = c_d_id
                           AND dd_c_id = c_id AND dd_status = 'O'), 0)
                       > c_credit_lim
                       AND c_credit_lim > 0
                   ORDER BY c_w_id, c_d_id, c_id
           END-EXEC
           move ws-pct-over to cw-pct-over
           move ws-age-days to cw-days-since-pay
           move datetime to cw-entry-d
           move 'L' to cw-reason
           EXEC SQL
               INSERT INTO collwork
                   (cw_w_id, cw_d_id, cw_c_id, cw_balance,
                       cw_credit_lim, cw_pct_over,
                       cw_days_since_pay, cw_held, cw_entry_d,
                       cw_reason)
                   VALUES (:cw-w-id, :cw-d-id, :cw-c-id, :cw-balance,
                       :cw-credit-lim, :cw-pct-over,
                       :cw-days-since-pay, :cw-held, :cw-entry-d,
                       :cw-reason)
           END-EXEC

      *> and the same line where the desk can print it
