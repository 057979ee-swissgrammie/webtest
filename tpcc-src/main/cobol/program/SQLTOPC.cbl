      * still shows, with the net laid bare, which is the figure
      * sales actually argues about.
      *
      * A chain account ranks as one customer: each order counts
      * under its customer's head office (c_parent_w_id/d_id/id,
      * the customer itself when it is not a branch), returns net
      * off the same way, and the line shows the head office's
      * name and rating with the whole chain's balance, marked CH.
      *
      * Report lines to TS queue TOPRPT, durable via the spool
      * drain. SQL only - no VSM counterpart, Returns precedent.
      *=================================================================
       01  ws-cancel-sentinel                pic s9(9) comp value 99.
       01  ws-gross-amt                      pic s9(12)v99 comp-3.
       01  ws-return-amt                     pic s9(12)v99 comp-3.
      *> the head office a ranked line stands for, and
      *> the districts its return credits are netted over
       01  ws-head-w-id                      pic s9(9) comp.
       01  ws-head-d-id                      pic s9(9) comp.
       01  ws-head-id                        pic s9(9) comp.
       01  ws-rtn-d-from                     pic s9(9) comp.
       01  ws-rtn-d-thru                     pic s9(9) comp.
       01  ws-chain-members                  pic s9(9) comp.
           EXEC SQL END DECLARE SECTION END-EXEC

       01  ws-top-n                          pic s9(9) comp.
           03  filler                        pic x(7)
               value 'TOPRPT '.
           03  ws-rpt-rank                   pic z(2)9.
           03  ws-rpt-kind                   pic x(3).
           03  ws-rpt-cust                   pic z(3)9.
           03  filler                        pic x(1) value space.
           03  ws-rpt-name                   pic x(16).
       report-by-district.
           EXEC SQL
               DECLARE c_topd CURSOR FOR
               SELECT o_d_id,
                   COALESCE(NULLIF(c_parent_w_id, 0), c_w_id),
                   COALESCE(NULLIF(c_parent_d_id, 0), c_d_id),
                   COALESCE(NULLIF(c_parent_id, 0), c_id),
                   SUM(ol_amount)
                   FROM orders, order_line, customer
                   WHERE o_w_id = :ws-o-w-id
                       AND o_entry_d >= :ws-from-ts
                       AND o_entry_d <= :ws-thru-ts
                       AND o_carrier_id <> :ws-cancel-sentinel
                       AND ol_w_id = o_w_id AND ol_d_id = o_d_id
                       AND ol_o_id = o_id
                       AND c_w_id = o_w_id AND c_d_id = o_d_id
                       AND c_id = o_c_id
                   GROUP BY o_d_id,
                       COALESCE(NULLIF(c_parent_w_id, 0), c_w_id),
                       COALESCE(NULLIF(c_parent_d_id, 0), c_d_id),
                       COALESCE(NULLIF(c_parent_id, 0), c_id)
                   ORDER BY o_d_id, 5 DESC
           END-EXEC
           EXEC SQL OPEN c_topd END-EXEC
           move 0 to ws-last-d-id
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_topd INTO :o-d-id, :ws-head-w-id,
                       :ws-head-d-id, :ws-head-id, :ws-gross-amt
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               if ws-rank < ws-top-n
                   add 1 to ws-rank
                   move o-d-id to ws-rtn-d-from
                   move o-d-id to ws-rtn-d-thru
                   perform list-one-customer
               end-if
           end-perform
       report-warehouse-wide.
           EXEC SQL
               DECLARE c_topw CURSOR FOR
               SELECT COALESCE(NULLIF(c_parent_w_id, 0), c_w_id),
                   COALESCE(NULLIF(c_parent_d_id, 0), c_d_id),
                   COALESCE(NULLIF(c_parent_id, 0), c_id),
                   SUM(ol_amount)
                   FROM orders, order_line, customer
                   WHERE o_w_id = :ws-o-w-id
                       AND o_entry_d >= :ws-from-ts
                       AND o_entry_d <= :ws-thru-ts
                       AND o_carrier_id <> :ws-cancel-sentinel
                       AND ol_w_id = o_w_id AND ol_d_id = o_d_id
                       AND ol_o_id = o_id
                       AND c_w_id = o_w_id AND c_d_id = o_d_id
                       AND c_id = o_c_id
                   GROUP BY
                       COALESCE(NULLIF(c_parent_w_id, 0), c_w_id),
                       COALESCE(NULLIF(c_parent_d_id, 0), c_d_id),
                       COALESCE(NULLIF(c_parent_id, 0), c_id)
                   ORDER BY 4 DESC
           END-EXEC
           EXEC SQL OPEN c_topw END-EXEC
           move 0 to ws-rank
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
           perform until sqlcode = 100 or ws-rank >= ws-top-n
               EXEC SQL
                   FETCH c_topw INTO :ws-head-w-id, :ws-head-d-id,
                       :ws-head-id, :ws-gross-amt
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               add 1 to ws-rank
               move 0 to ws-rtn-d-from
               move 99 to ws-rtn-d-thru
               perform list-one-customer
           end-perform
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

      *> net the customer's return credits off and carry
      *> their rating and live balance onto the line. A chain's
      *> returns are netted across all its branches, and its
      *> balance is the chain's total.
       list-one-customer.
           EXEC SQL
               SELECT COALESCE(SUM(rl_amount), 0)
               INTO :ws-return-amt
               FROM return_line, orders, customer
               WHERE rl_w_id = :ws-o-w-id
                   AND rl_d_id >= :ws-rtn-d-from
                   AND rl_d_id <= :ws-rtn-d-thru
                   AND rl_w_id = o_w_id AND rl_d_id = o_d_id
                   AND rl_o_id = o_id
                   AND c_w_id = o_w_id AND c_d_id = o_d_id
                   AND c_id = o_c_id
                   AND COALESCE(NULLIF(c_parent_w_id, 0), c_w_id)
                       = :ws-head-w-id
                   AND COALESCE(NULLIF(c_parent_d_id, 0), c_d_id)
                       = :ws-head-d-id
                   AND COALESCE(NULLIF(c_parent_id, 0), c_id)
                       = :ws-head-id
                   AND o_entry_d >= :ws-from-ts
                   AND o_entry_d <= :ws-thru-ts
           END-EXEC
           compute ws-net-amt = ws-gross-amt - ws-return-amt

           move ws-head-w-id to c-w-id
           move ws-head-d-id to c-d-id
           move ws-head-id to c-id
           EXEC SQL
               SELECT c_last, c_credit
               INTO :c-last, :c-credit
               FROM customer
               WHERE c_w_id = :c-w-id AND c_d_id = :c-d-id
                   AND c_id = :c-id
           END-EXEC
           EXEC SQL
               SELECT COALESCE(SUM(c_balance), 0), COUNT(*)
               INTO :c-balance, :ws-chain-members
               FROM customer
               WHERE (c_w_id = :c-w-id AND c_d_id = :c-d-id
                       AND c_id = :c-id)
                   OR (c_parent_w_id = :c-w-id
                       AND c_parent_d_id = :c-d-id
                       AND c_parent_id = :c-id)
           END-EXEC

           move ws-rank to ws-rpt-rank
           if ws-chain-members > 1
               move ' CH' to ws-rpt-kind
           else
               move '  C' to ws-rpt-kind
           end-if
           move ws-head-id to ws-rpt-cust
           move c-last to ws-rpt-name
           move ws-net-amt to ws-rpt-net
           move ws-return-amt to ws-rpt-rtn
