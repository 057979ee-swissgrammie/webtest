      * same "writeq ts" idiom as the order-status export: that
      * month's ORDERS with their amounts, the payments and credits
      * from the HISTORY rows (h_date/h_amount/h_data), RETURN_LINE
      * credits, arriving at the current c-balance. The header
      * carries the customer's own payment terms (c_terms, NET30
      * when none were ever set) rather than assuming 30 days.
      * HISTORY rows are labelled by tender, so a monthly finance
      * charge (FINCHG), a bridged invoice charge (INVOICE) and
      * the tax on it (INVTAX), an early-payment discount
      * (DISCOUNT), a bad-debt write-off
      * (WRITEOFF), the recovery of one (RECOVERY), a refund of
      * a credit balance (REFUND) or an allowance on a disputed
      * deduction (ALLOWANCE) doesn't read as cash paid, and a head
      * office payment passed on to a branch (CHAINXFR) reads as
      * such on both accounts.
      *
      * Chain accounts: on request a head office's statement is
      * consolidated - its own activity, then each branch's under a
      * BRANCH line (branches may sit in any district or warehouse)
      * with the branch balance, closing on the chain balance - and
      * the branches are left out of their own district's run.
      *
      * SQL only - there is no VSMSTMT counterpart. This is a new
      * capability, not one of the five original terminal
       01  ws-stmt-h-date                    pic x(20).
       01  ws-stmt-h-amount                  pic s9(6)v99 comp-3.
       01  ws-stmt-h-data                    pic x(24).
       01  ws-stmt-h-tender                  pic x(10).
       01  ws-stmt-rl-entry-d                pic x(20).
       01  ws-stmt-rl-amount                 pic s9(10)v99 comp-3.
       01  ws-activity-cnt                   pic s9(9) comp.
      *> the account whose activity lines are being
      *> listed: the statement customer, or one of its branches
       01  ws-acct-w-id                      pic s9(9) comp.
       01  ws-acct-d-id                      pic s9(9) comp.
       01  ws-acct-id                        pic s9(9) comp.
       01  ws-br-last                        pic x(16).
       01  ws-br-balance                     pic s9(10)v99 comp-3.
       01  ws-branch-cnt                     pic s9(9) comp.
       01  ws-chain-balance                  pic s9(10)v99 comp-3.
           EXEC SQL END DECLARE SECTION END-EXEC

      *> printable/queued statement lines
           03  ws-hdr-cust                   pic z(3)9.
           03  filler                        pic x(1) value space.
           03  ws-hdr-cname                  pic x(16).
           03  filler                        pic x(8)
               value ' TERMS: '.
           03  ws-hdr-terms                  pic x(8).
       01  ws-order-line.
           03  filler                        pic x(10)
               value 'ORDER     '.
           03  filler                        pic x(1) value space.
           03  ws-ord-amt                    pic z(7)9.99.
       01  ws-payment-line.
           03  ws-pay-label                  pic x(10)
               value 'PAYMENT   '.
           03  ws-pay-date                   pic x(10).
           03  filler                        pic x(1) value space.
           03  filler                        pic x(1) value space.
           03  ws-ret-amt                    pic z(7)9.99-.
       01  ws-balance-line.
           03  ws-bal-label                  pic x(10)
               value 'BALANCE   '.
           03  ws-bal-amt                    pic z(8)9.99-.
       01  ws-branch-line.
           03  filler                        pic x(10)
               value 'BRANCH    '.
           03  filler                        pic x(4) value ' W: '.
           03  ws-br-wh                      pic z(3)9.
           03  filler                        pic x(4) value ' D: '.
           03  ws-br-dist                    pic z9.
           03  filler                        pic x(4) value ' C: '.
           03  ws-br-cust                    pic z(3)9.
           03  filler                        pic x(1) value space.
           03  ws-br-cname                   pic x(16).

       copy tpctdata.
       copy cpyaudt.

           move 0 to custcount
           move 0 to rptcount
           move 0 to chaincount

           if stmtmonth = spaces
               move datetime(1:7) to ws-hdr-month

           EXEC SQL
               DECLARE c_stcust CURSOR FOR
               SELECT c_id, c_last, c_balance,
                   COALESCE(c_terms, 'NET30'),
                   COALESCE(c_parent_id, 0)
                   FROM customer
                   WHERE c_w_id = :c-w-id AND c_d_id = :c-d-id
                   ORDER BY c_id
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_stcust INTO :c-id, :c-last, :c-balance,
                       :c-terms, :c-parent-id
               END-EXEC
               if sqlcode = 100
                   exit perform
      *> a customer gets a statement when the month saw
      *> any activity, or when they still owe (or are owed) money
       statement-one-customer.
           move 0 to ws-branch-cnt
           if consolidate-chains
               EXEC SQL
                   SELECT COUNT(*) INTO :ws-branch-cnt
                   FROM customer
                   WHERE c_parent_w_id = :c-w-id
                       AND c_parent_d_id = :c-d-id
                       AND c_parent_id = :c-id
               END-EXEC
           end-if
           EXEC SQL
               SELECT COUNT(*) INTO :ws-activity-cnt
               FROM orders
                   AND h_c_id = :c-id AND h_date LIKE :ws-month-pat
           END-EXEC

           evaluate true
               when consolidate-chains and c-parent-id not = 0
      *> a branch is on its head office's statement
                   continue
               when ws-branch-cnt > 0
                   perform chain-statement-check
               when ws-activity-cnt = 0 and c-balance = 0
      *> nothing this month and nothing owed - no paper
                   continue
               when other
                   perform queue-one-statement
           end-evaluate
           .

      *> a head office gets its consolidated statement
      *> when anything in the chain moved this month or the chain
      *> as a whole still owes (or is owed) money
       chain-statement-check.
           EXEC SQL
               SELECT COUNT(*) + :ws-activity-cnt
               INTO :ws-activity-cnt
               FROM orders, customer
               WHERE c_parent_w_id = :c-w-id
                   AND c_parent_d_id = :c-d-id
                   AND c_parent_id = :c-id
                   AND o_w_id = c_w_id AND o_d_id = c_d_id
                   AND o_c_id = c_id AND o_entry_d LIKE :ws-month-pat
           END-EXEC
           EXEC SQL
               SELECT COUNT(*) + :ws-activity-cnt
               INTO :ws-activity-cnt
               FROM history, customer
               WHERE c_parent_w_id = :c-w-id
                   AND c_parent_d_id = :c-d-id
                   AND c_parent_id = :c-id
                   AND h_c_w_id = c_w_id AND h_c_d_id = c_d_id
                   AND h_c_id = c_id AND h_date LIKE :ws-month-pat
           END-EXEC
           EXEC SQL
               SELECT COALESCE(SUM(c_balance), 0) + :c-balance
               INTO :ws-chain-balance
               FROM customer
               WHERE c_parent_w_id = :c-w-id
                   AND c_parent_d_id = :c-d-id
                   AND c_parent_id = :c-id
           END-EXEC

           if ws-activity-cnt = 0 and ws-chain-balance = 0
               continue
           else
               perform queue-chain-statement
           end-if
           .

           move did to ws-hdr-dist
           move c-id to ws-hdr-cust
           move c-last to ws-hdr-cname
           move c-terms to ws-hdr-terms
           perform queue-header-line

           move c-w-id to ws-acct-w-id
           move c-d-id to ws-acct-d-id
           move c-id to ws-acct-id
           perform queue-account-activity

           move 'BALANCE   ' to ws-bal-label
           move c-balance to ws-bal-amt
           perform queue-balance-line
           .

      *> the head office's own statement, then each
      *> branch's activity and balance, then the chain total
       queue-chain-statement.
           perform queue-one-statement
           add 1 to chaincount

           EXEC SQL
               DECLARE c_stbrch CURSOR FOR
               SELECT c_w_id, c_d_id, c_id, c_last, c_balance
                   FROM customer
                   WHERE c_parent_w_id = :c-w-id
                       AND c_parent_d_id = :c-d-id
                       AND c_parent_id = :c-id
                   ORDER BY c_w_id, c_d_id, c_id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
           EXEC SQL OPEN c_stbrch END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_stbrch INTO :ws-acct-w-id, :ws-acct-d-id,
                       :ws-acct-id, :ws-br-last, :ws-br-balance
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               move ws-acct-w-id to ws-br-wh
               move ws-acct-d-id to ws-br-dist
               move ws-acct-id to ws-br-cust
               move ws-br-last to ws-br-cname
               perform queue-branch-line
               perform queue-account-activity
               move 'BRANCH BAL' to ws-bal-label
               move ws-br-balance to ws-bal-amt
               perform queue-balance-line
               move 0 to sqlcode
           end-perform
           EXEC SQL CLOSE c_stbrch END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           move 0 to sqlcode

           move 'CHAIN BAL ' to ws-bal-label
           move ws-chain-balance to ws-bal-amt
           perform queue-balance-line
           .

      *> one account's orders, payments and credits for
      *> the month
       queue-account-activity.
      *> the month's orders
           EXEC SQL
               DECLARE c_stord CURSOR FOR
                    WHERE ol_w_id = o_w_id AND ol_d_id = o_d_id
                        AND ol_o_id = o_id)
                   FROM orders
                   WHERE o_w_id = :ws-acct-w-id
                       AND o_d_id = :ws-acct-d-id
                       AND o_c_id = :ws-acct-id
                       AND o_entry_d LIKE :ws-month-pat
                   ORDER BY o_id
           END-EXEC
      *> the month's payments and credits
           EXEC SQL
               DECLARE c_sthist CURSOR FOR
               SELECT h_date, h_amount, h_data,
                   COALESCE(h_tender, ' ')
                   FROM history
                   WHERE h_c_w_id = :ws-acct-w-id
                       AND h_c_d_id = :ws-acct-d-id
                       AND h_c_id = :ws-acct-id
                       AND h_date LIKE :ws-month-pat
                   ORDER BY h_date
           END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_sthist INTO :ws-stmt-h-date,
                       :ws-stmt-h-amount, :ws-stmt-h-data,
                       :ws-stmt-h-tender
               END-EXEC
               if sqlcode = 100
                   exit perform
               move ws-stmt-h-date(1:10) to ws-pay-date
               move ws-stmt-h-amount to ws-pay-amt
               move ws-stmt-h-data to ws-pay-data
               evaluate ws-stmt-h-tender
                   when 'FINCHG'
                       move 'FIN CHG   ' to ws-pay-label
                   when 'INVOICE'
                       move 'CHARGE    ' to ws-pay-label
                   when 'INVTAX'
                       move 'TAX       ' to ws-pay-label
                   when 'DISCOUNT'
                       move 'DISCOUNT  ' to ws-pay-label
                   when 'WRITEOFF'
                       move 'WRITE-OFF ' to ws-pay-label
                   when 'RECOVERY'
                       move 'RECOVERY  ' to ws-pay-label
                   when 'REFUND'
                       move 'REFUND    ' to ws-pay-label
                   when 'ALLOWANCE'
                       move 'ALLOWANCE ' to ws-pay-label
                   when 'CHAINXFR'
                       move 'CHAIN PAY ' to ws-pay-label
                   when other
                       move 'PAYMENT   ' to ws-pay-label
               end-evaluate
               perform queue-payment-line
           end-perform
           EXEC SQL CLOSE c_sthist END-EXEC
               DECLARE c_stretn CURSOR FOR
               SELECT rl_entry_d, rl_amount
                   FROM return_line, orders
                   WHERE rl_w_id = :ws-acct-w-id
                       AND rl_d_id = :ws-acct-d-id
                       AND o_w_id = rl_w_id AND o_d_id = rl_d_id
                       AND o_id = rl_o_id AND o_c_id = :ws-acct-id
                       AND rl_entry_d LIKE :ws-month-pat
                   ORDER BY rl_entry_d
           END-EXEC
           end-perform
           EXEC SQL CLOSE c_stretn END-EXEC
           move 0 to sqlcode
           .

       queue-header-line.
           end-if
           .

       queue-branch-line.
           exec cics writeq ts
               queue(ws-report-q-name)
               from(ws-branch-line)
               length(length of ws-branch-line)
               resp(ws-resp-writeq-ts)
           end-exec
           if ws-resp-writeq-ts = DFHRESP(NORMAL)
               add 1 to rptcount
           end-if
           .

       queue-balance-line.
           exec cics writeq ts
               queue(ws-report-q-name)
