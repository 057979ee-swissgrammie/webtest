       01  ws-points-needed                  pic s9(9) comp.
           EXEC SQL END DECLARE SECTION END-EXEC

      *> open-item cash application against the INVOICE
      *> rows the payment names: checked before any money moves,
      *> applied once the payment itself has posted
       01  ws-apply-total                    pic 9(7)v99.
       01  ws-apply-keyed                    pic 9(7)v99.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  ws-pay-left                       pic s9(10)v99 comp-3.
       01  ws-apply-amt                      pic s9(10)v99 comp-3.
           EXEC SQL END DECLARE SECTION END-EXEC

      *> early-payment discount under the invoice's
      *> terms: the invoice being settled, what the payer keyed for
      *> it (0 = whatever it takes), the discount it earns, and the
      *> running total granted on this payment
       01  ws-apply-inv                      pic 9(8).
       01  ws-apply-want                     pic 9(7)v99.
       01  ws-auto-only                      pic x(1).
       01  ws-net-due                        pic s9(10)v99 comp-3.
       01  ws-auto-cnt                       pic s9(4) comp.
       01  ws-auto-x                         pic s9(4) comp.
       01  ws-auto-inv                       pic 9(8) occurs 10.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  ws-disc-amt                       pic s9(10)v99 comp-3.
       01  ws-disc-total                     pic s9(10)v99 comp-3.
       01  ws-today-d                        pic x(10).
           EXEC SQL END DECLARE SECTION END-EXEC

      *> recovery of debt written off earlier: what is
      *> still outstanding on the customer's WRITEOFF rows, how much
      *> of this payment recovers it, and what is left to allocate
      *> across those rows
       01  ws-rcv-note-amt                   pic z(7)9.99.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  ws-wo-open                        pic s9(10)v99 comp-3.
       01  ws-recovered                      pic s9(10)v99 comp-3.
       01  ws-rcv-left                       pic s9(10)v99 comp-3.
       01  ws-rcv-amt                        pic s9(10)v99 comp-3.
           EXEC SQL END DECLARE SECTION END-EXEC

      *> a head office's payment moved on to its
      *> branches: the branch being paid, what the payment still
      *> has to give, and the total moved
       01  ws-spread-note-amt                pic z(3)9.99.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  ws-br-w-id                        pic s9(9) comp.
       01  ws-br-d-id                        pic s9(9) comp.
       01  ws-br-id                          pic s9(9) comp.
       01  ws-br-balance                     pic s9(10)v99 comp-3.
       01  ws-br-ar-mode                     pic x(1).
       01  ws-branch-cnt                     pic s9(9) comp.
       01  ws-spread-left                    pic s9(10)v99 comp-3.
       01  ws-spread-amt                     pic s9(10)v99 comp-3.
       01  ws-spread-neg                     pic s9(10)v99 comp-3.
       01  ws-spread-total                   pic s9(10)v99 comp-3.
           EXEC SQL END DECLARE SECTION END-EXEC

      *> the business event this transaction publishes to
      *> the outbound feed as it commits
       01  ws-evnt-ca.
           copy cpyevnt.

       copy tpctdata.
       copy cpyaudt.
       copy cpycapt.

       LINKAGE SECTION.


       PROCEDURE DIVISION.
       MAIN.
      *> the commarea as it arrived, for the capture log -
      *> once: a deadlock retry comes back through here with the
      *> commarea already partly filled in, and CAPT, not being
      *> recoverable, still holds the first input anyway
           if ws-retry-cnt = 0
               move 'I' to tpc-capt-direction
               perform capture-commarea
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           EXEC SQL WHENEVER SQLERROR go to sqlerr END-EXEC

           move 'N' to dupdetected
           perform check-duplicate-payment

      *> invoices named for open-item application have to
      *> be this customer's and still open before anything posts
           perform validate-applications

      *> only a head office can spread a payment over
      *> its branches, and only when it names no invoices of its own
           move 0 to ws-spread-total
           move 0 to spreadcnt
           move 0 to spreadamt
           if spread-to-branches
               perform check-branch-spread
           end-if

           subtract h-amount from c-balance

           move c-balance to cbalance
                       :cn-text)
           END-EXEC

      *> money from an account written off as bad debt
      *> recovers that debt before it settles anything else
           perform recognize-recovery

      *> a head office paying for its chain passes the
      *> money on to the branches that owe it
           if spread-to-branches
               perform spread-to-branch-accounts
           end-if

      *> settle the named invoices out of the payment and
      *> hold what they don't absorb as unapplied cash
           perform apply-to-invoices

           if tpc-trace-reqd
               set trace-sqlpaym to true
               move x'0D' to tpc-trace-call-seq
               move ccreditnew to ccredit
           end-if

           perform publish-event

           EXEC CICS SYNCPOINT END-EXEC

      *> drop a printable receipt on the TS queue once
           move 'R' to sx-type
           move ws-scr-draw to sx-amount
           move datetime to sx-entry-d
           move EIBTRMID to sx-op-id
           EXEC SQL
               INSERT INTO scredtxn
                   (sx_scr_no, sx_type, sx_amount, sx_entry_d,
                       sx_op_id)
                   VALUES (:sx-scr-no, :sx-type, :sx-amount,
                       :sx-entry-d, :sx-op-id)
           END-EXEC
           .

           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

      *> the customer's receivables mode, and every
      *> invoice the payment names: on file, billed to this
      *> customer, still open, and not asked for more than it owes.
      *> The keyed amounts together can't exceed the payment.
       validate-applications.
           move 0 to ws-apply-total
           move 0 to unappliedamt
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT COALESCE(c_ar_mode, 'B')
               INTO :c-ar-mode
               FROM customer
               WHERE c_w_id = :c-w-id AND c_d_id = :c-d-id
                   AND c_id = :c-id
           END-EXEC
           if applycnt > 10
               perform invoice-not-valid
           end-if
           perform varying i from 1 by 1 until i > applycnt
               perform validate-one-application
           end-perform
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           if ws-apply-total > hamount
               perform applications-exceed-payment
           end-if
           .

       validate-one-application.
           move applyinvno (i) to inv-id
           EXEC SQL
               SELECT inv_w_id, inv_d_id, COALESCE(inv_c_id, 0),
                   COALESCE(inv_open, 0), COALESCE(inv_status, ' ')
               INTO :inv-w-id, :inv-d-id, :inv-c-id, :inv-open,
                   :inv-status
               FROM invoice
               WHERE inv_id = :inv-id
           END-EXEC
           if sqlcode = 100
               perform invoice-not-valid
           end-if
           if inv-w-id not = c-w-id or inv-d-id not = c-d-id
               or inv-c-id not = c-id
               perform invoice-not-valid
           end-if
           if inv-status not = 'O' and inv-status not = 'P'
               perform invoice-not-open
           end-if
           move applyamount (i) to ws-apply-keyed
           if ws-apply-keyed > inv-open
               perform apply-exceeds-open
           end-if
           add ws-apply-keyed to ws-apply-total
           .

      *> walk the named invoices in order, taking the
      *> keyed amount (or everything still open when none was keyed)
      *> out of what is left of the payment; an invoice brought to
      *> zero is paid (Z), anything less is part-paid (P). Each
      *> application is its own INVAPPL row.
       apply-to-invoices.
           compute ws-pay-left =
               h-amount - ws-recovered - ws-spread-total
           move 0 to ws-disc-total
           move 0 to discounttaken
           move datetime(1:10) to ws-today-d
           move 'N' to ws-auto-only
           perform varying i from 1 by 1 until i > applycnt
               move applyinvno (i) to ws-apply-inv
               move applyamount (i) to ws-apply-want
               perform apply-one-invoice
           end-perform

      *> a balance-forward payment that names nothing
      *> still earns the discount on whatever invoices it covers
      *> inside their window
           if applycnt = 0 and c-ar-mode not = 'O'
               perform settle-discountable-invoices
           end-if

           if ws-disc-total > 0
               perform post-discount-taken
           end-if

           if ws-pay-left > 0
               and (applycnt not = 0 or c-ar-mode = 'O'
                    or keep-unapplied)
               move ws-pay-left to c-unapplied
               EXEC SQL
                   UPDATE customer
                   SET c_unapplied = COALESCE(c_unapplied, 0)
                       + :c-unapplied
                   WHERE c_w_id = :c-w-id AND c_d_id = :c-d-id
                       AND c_id = :c-id
               END-EXEC
               move ws-pay-left to unappliedamt
           end-if
           .

      *> an invoice inside its discount window that the
      *> payment settles in full closes for its total less the
      *> terms discount; otherwise the cash goes on at face value.
      *> With ws-auto-only set only a discounted settlement is
      *> taken - the invoice is left alone otherwise.
       apply-one-invoice.
           move ws-apply-inv to inv-id
           EXEC SQL
               SELECT COALESCE(inv_open, 0), inv_total,
                   COALESCE(inv_disc_d, ' '),
                   COALESCE(inv_disc_pct, 0)
               INTO :inv-open, :inv-total, :inv-disc-d,
                   :inv-disc-pct
               FROM invoice
               WHERE inv_id = :inv-id
           END-EXEC

           perform compute-early-discount
           compute ws-net-due = inv-open - ws-disc-amt
           if ws-disc-amt > 0
               if ws-pay-left < ws-net-due
                   or (ws-apply-want not = 0
                       and ws-apply-want < ws-net-due)
                   move 0 to ws-disc-amt
               end-if
           end-if
           if ws-disc-amt = 0 and ws-auto-only = 'Y'
               move 0 to ws-apply-amt
           else
               if ws-disc-amt > 0
                   move ws-net-due to ws-apply-amt
               else
                   move ws-apply-want to ws-apply-amt
                   if ws-apply-amt = 0 or ws-apply-amt > inv-open
                       move inv-open to ws-apply-amt
                   end-if
                   if ws-apply-amt > ws-pay-left
                       move ws-pay-left to ws-apply-amt
                   end-if
               end-if
           end-if

           if ws-apply-amt > 0 or ws-disc-amt > 0
               subtract ws-apply-amt from inv-open
               subtract ws-disc-amt from inv-open
               subtract ws-apply-amt from ws-pay-left
               if inv-open = 0
                   move 'Z' to inv-status
               else
                   move 'P' to inv-status
               end-if
               EXEC SQL
                   UPDATE invoice
                   SET inv_open = :inv-open,
                       inv_status = :inv-status
                   WHERE inv_id = :inv-id
               END-EXEC
               if ws-apply-amt > 0
                   move ws-apply-amt to ia-amount
                   move 'P' to ia-source
                   perform record-application
               end-if
               if ws-disc-amt > 0
                   move ws-disc-amt to ia-amount
                   move 'D' to ia-source
                   perform record-application
                   add ws-disc-amt to ws-disc-total
               end-if
           end-if
           .

      *> the discount the invoice's terms allow today:
      *> its percentage of the invoice total, when today is on or
      *> before the discount date, never more than is still open
       compute-early-discount.
           move 0 to ws-disc-amt
           if inv-disc-pct > 0 and inv-disc-d not = spaces
               and ws-today-d not > inv-disc-d
               compute ws-disc-amt rounded =
                   inv-total * inv-disc-pct / 100
               if ws-disc-amt > inv-open
                   move inv-open to ws-disc-amt
               end-if
           end-if
           .

       record-application.
           move inv-id to ia-inv-id
           move c-w-id to ia-w-id
           move c-d-id to ia-d-id
           move c-id to ia-c-id
           move EIBTRMID to ia-keyed-by
           move datetime to ia-entry-d
           EXEC SQL
               INSERT INTO invappl
                   (ia_inv_id, ia_w_id, ia_d_id, ia_c_id,
                       ia_amount, ia_source, ia_keyed_by,
                       ia_entry_d)
                   VALUES (:ia-inv-id, :ia-w-id, :ia-d-id,
                       :ia-c-id, :ia-amount, :ia-source,
                       :ia-keyed-by, :ia-entry-d)
           END-EXEC
           .

      *> the customer's open invoices still inside their
      *> discount window, oldest first; the ids are gathered before
      *> any is touched so the cursor never reads rows this
      *> payment is updating
       settle-discountable-invoices.
           move c-w-id to inv-w-id
           move c-d-id to inv-d-id
           move c-id to inv-c-id
           move 0 to ws-auto-cnt
           EXEC SQL
               DECLARE c_discinv CURSOR FOR
               SELECT inv_id
                   FROM invoice
                   WHERE inv_w_id = :inv-w-id AND inv_d_id = :inv-d-id
                       AND inv_c_id = :inv-c-id
                       AND inv_status IN ('O', 'P')
                       AND inv_disc_pct > 0
                       AND inv_disc_d >= :ws-today-d
                   ORDER BY inv_id
           END-EXEC
           EXEC SQL OPEN c_discinv END-EXEC
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
           perform until ws-auto-cnt >= 10
               EXEC SQL
                   FETCH c_discinv INTO :inv-id
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               add 1 to ws-auto-cnt
               move inv-id to ws-auto-inv (ws-auto-cnt)
           end-perform
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           EXEC SQL CLOSE c_discinv END-EXEC

           move 'Y' to ws-auto-only
           move 0 to ws-apply-want
           perform varying ws-auto-x from 1 by 1
                   until ws-auto-x > ws-auto-cnt
               move ws-auto-inv (ws-auto-x) to ws-apply-inv
               perform apply-one-invoice
           end-perform
           move 'N' to ws-auto-only
           .

      *> the discount granted comes off the balance as
      *> its own HISTORY row, tender DISCOUNT, so the settlement
      *> report and the GL journal see it apart from the cash. No
      *> drawer is stamped - nothing was handed over the counter.
       post-discount-taken.
           EXEC SQL
               UPDATE customer
               SET c_balance = c_balance - :ws-disc-total
               WHERE c_w_id = :c-w-id AND c_d_id = :c-d-id
                   AND c_id = :c-id
           END-EXEC
           subtract ws-disc-total from c-balance
           move c-balance to cbalance
           move ws-disc-total to discounttaken

           move 'DISCOUNT' to h-tender
           move spaces to ws-h-auth
           move spaces to h-data
           string
               w-name delimited size
               d-name delimited size
               "DISC" delimited size
           into h-data
           EXEC SQL
               INSERT INTO history
                   (h_c_d_id, h_c_w_id, h_c_id, h_d_id,
                    h_w_id, h_date, h_amount, h_tender, h_data,
                    h_drawer, h_auth)
               VALUES
                   (:c-d-id, :c-w-id, :c-id, :d-id,
                    :w-id, :datetime, :ws-disc-total, :h-tender,
                    :h-data, 0, :ws-h-auth)
           END-EXEC
           .

      *> a payment from a customer whose debt was written
      *> off is a recovery of that debt up to what is still
      *> outstanding, not an ordinary payment: the recovered part
      *> goes back onto the receivable (HISTORY tender RECOVERY) for
      *> the cash to clear, so the account doesn't fall into
      *> credit, and WRITEOFF rows are marked recovered oldest
      *> first
       recognize-recovery.
           move 0 to ws-recovered
           move 0 to recoveredamt
           move c-w-id to wo-w-id
           move c-d-id to wo-d-id
           move c-id to wo-c-id
           EXEC SQL
               SELECT COALESCE(SUM(wo_amount - wo_recovered), 0)
               INTO :ws-wo-open
               FROM writeoff
               WHERE wo_w_id = :wo-w-id AND wo_d_id = :wo-d-id
                   AND wo_c_id = :wo-c-id
           END-EXEC
           if ws-wo-open > 0
               move h-amount to ws-recovered
               if ws-recovered > ws-wo-open
                   move ws-wo-open to ws-recovered
               end-if
               perform post-recovery
           end-if
           .

       post-recovery.
           EXEC SQL
               UPDATE customer
               SET c_balance = c_balance + :ws-recovered
               WHERE c_w_id = :c-w-id AND c_d_id = :c-d-id
                   AND c_id = :c-id
           END-EXEC
           add ws-recovered to c-balance
           move c-balance to cbalance
           move ws-recovered to recoveredamt

           move 'RECOVERY' to h-tender
           move spaces to ws-h-auth
           move spaces to h-data
           string
               w-name delimited size
               d-name delimited size
               "RCVY" delimited size
           into h-data
           EXEC SQL
               INSERT INTO history
                   (h_c_d_id, h_c_w_id, h_c_id, h_d_id,
                    h_w_id, h_date, h_amount, h_tender, h_data,
                    h_drawer, h_auth)
               VALUES
                   (:c-d-id, :c-w-id, :c-id, :d-id,
                    :w-id, :datetime, :ws-recovered, :h-tender,
                    :h-data, 0, :ws-h-auth)
           END-EXEC

           move ws-recovered to ws-rcv-left
           perform until ws-rcv-left = 0
               EXEC SQL
                   SELECT COALESCE(MIN(wo_entry_d), ' ')
                   INTO :wo-entry-d
                   FROM writeoff
                   WHERE wo_w_id = :wo-w-id AND wo_d_id = :wo-d-id
                       AND wo_c_id = :wo-c-id
                       AND wo_amount > wo_recovered
               END-EXEC
               if wo-entry-d = spaces
                   exit perform
               end-if
               EXEC SQL
                   SELECT wo_amount, wo_recovered
                   INTO :wo-amount, :wo-recovered
                   FROM writeoff
                   WHERE wo_w_id = :wo-w-id AND wo_d_id = :wo-d-id
                       AND wo_c_id = :wo-c-id
                       AND wo_entry_d = :wo-entry-d
               END-EXEC
               compute ws-rcv-amt = wo-amount - wo-recovered
               if ws-rcv-amt > ws-rcv-left
                   move ws-rcv-left to ws-rcv-amt
               end-if
               EXEC SQL
                   UPDATE writeoff
                   SET wo_recovered = wo_recovered + :ws-rcv-amt
                   WHERE wo_w_id = :wo-w-id AND wo_d_id = :wo-d-id
                       AND wo_c_id = :wo-c-id
                       AND wo_entry_d = :wo-entry-d
               END-EXEC
               subtract ws-rcv-amt from ws-rcv-left
           end-perform

           move c-w-id to cn-w-id
           move c-d-id to cn-d-id
           move c-id to cn-c-id
           move datetime to cn-entry-d
           move EIBTRMID to cn-operator
           move 'R' to cn-category
           move ws-recovered to ws-rcv-note-amt
           move spaces to cn-text
           string
               "Recovery of written-off debt " delimited size
               ws-rcv-note-amt delimited size
           into cn-text
           EXEC SQL
               INSERT INTO custnote
                   (cn_w_id, cn_d_id, cn_c_id, cn_entry_d,
                       cn_operator, cn_category, cn_text)
                   VALUES (:cn-w-id, :cn-d-id, :cn-c-id,
                       :cn-entry-d, :cn-operator, :cn-category,
                       :cn-text)
           END-EXEC
           .

       check-branch-spread.
           if applycnt not = 0
               perform spread-with-invoices
           end-if
           EXEC SQL
               SELECT COUNT(*) INTO :ws-branch-cnt
               FROM customer
               WHERE c_parent_w_id = :c-w-id
                   AND c_parent_d_id = :c-d-id
                   AND c_parent_id = :c-id
           END-EXEC
           if ws-branch-cnt = 0
               perform not-head-office
           end-if
           .

      *> the branches that owe money, largest balance
      *> first, each paid up to what it owes: the amount comes back
      *> off the head office (a negative CHAINXFR row) and goes on
      *> the branch (a positive one), so the chain's receivable is
      *> unchanged and each account shows who settled it. An
      *> open-item branch holds it as unapplied cash for SQLOPNI to
      *> put against its invoices.
       spread-to-branch-accounts.
           compute ws-spread-left = h-amount - ws-recovered
           EXEC SQL
               DECLARE c_branch CURSOR FOR
               SELECT c_w_id, c_d_id, c_id, c_balance,
                   COALESCE(c_ar_mode, 'B')
                   FROM customer
                   WHERE c_parent_w_id = :c-w-id
                       AND c_parent_d_id = :c-d-id
                       AND c_parent_id = :c-id
                       AND c_balance > 0
                   ORDER BY c_balance DESC, c_w_id, c_d_id, c_id
           END-EXEC
           EXEC SQL OPEN c_branch END-EXEC
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
           perform until sqlcode = 100 or ws-spread-left = 0
               EXEC SQL
                   FETCH c_branch INTO :ws-br-w-id, :ws-br-d-id,
                       :ws-br-id, :ws-br-balance, :ws-br-ar-mode
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               move ws-br-balance to ws-spread-amt
               if ws-spread-amt > ws-spread-left
                   move ws-spread-left to ws-spread-amt
               end-if
               perform pay-one-branch
               subtract ws-spread-amt from ws-spread-left
               add ws-spread-amt to ws-spread-total
               add 1 to spreadcnt
           end-perform
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           EXEC SQL CLOSE c_branch END-EXEC

           if ws-spread-total > 0
               EXEC SQL
                   UPDATE customer
                   SET c_balance = c_balance + :ws-spread-total
                   WHERE c_w_id = :c-w-id AND c_d_id = :c-d-id
                       AND c_id = :c-id
               END-EXEC
               add ws-spread-total to c-balance
               move c-balance to cbalance
           end-if
           move ws-spread-total to spreadamt
           .

       pay-one-branch.
           EXEC SQL
               UPDATE customer
               SET c_balance = c_balance - :ws-spread-amt
               WHERE c_w_id = :ws-br-w-id AND c_d_id = :ws-br-d-id
                   AND c_id = :ws-br-id
           END-EXEC
           if ws-br-ar-mode = 'O'
               EXEC SQL
                   UPDATE customer
                   SET c_unapplied = COALESCE(c_unapplied, 0)
                       + :ws-spread-amt
                   WHERE c_w_id = :ws-br-w-id
                       AND c_d_id = :ws-br-d-id
                       AND c_id = :ws-br-id
               END-EXEC
           end-if

           move 'CHAINXFR' to h-tender
           move spaces to ws-h-auth
           move spaces to h-data
           string
               w-name delimited size
               d-name delimited size
               "XFR" delimited size
           into h-data
           compute ws-spread-neg = 0 - ws-spread-amt
           EXEC SQL
               INSERT INTO history
                   (h_c_d_id, h_c_w_id, h_c_id, h_d_id,
                    h_w_id, h_date, h_amount, h_tender, h_data,
                    h_drawer, h_auth)
               VALUES
                   (:c-d-id, :c-w-id, :c-id, :d-id,
                    :w-id, :datetime, :ws-spread-neg, :h-tender,
                    :h-data, 0, :ws-h-auth)
           END-EXEC
           EXEC SQL
               INSERT INTO history
                   (h_c_d_id, h_c_w_id, h_c_id, h_d_id,
                    h_w_id, h_date, h_amount, h_tender, h_data,
                    h_drawer, h_auth)
               VALUES
                   (:ws-br-d-id, :ws-br-w-id, :ws-br-id, :d-id,
                    :w-id, :datetime, :ws-spread-amt, :h-tender,
                    :h-data, 0, :ws-h-auth)
           END-EXEC

           move ws-br-w-id to cn-w-id
           move ws-br-d-id to cn-d-id
           move ws-br-id to cn-c-id
           move datetime to cn-entry-d
           move EIBTRMID to cn-operator
           move 'P' to cn-category
           move ws-spread-amt to ws-spread-note-amt
           move spaces to cn-text
           string
               "Paid by head office " delimited size
               ws-spread-note-amt delimited size
               " C " delimited size
               cid delimited size
               " D " delimited size
               cdid delimited size
               " W " delimited size
               cwid delimited size
           into cn-text
           EXEC SQL
               INSERT INTO custnote
                   (cn_w_id, cn_d_id, cn_c_id, cn_entry_d,
                       cn_operator, cn_category, cn_text)
                   VALUES (:cn-w-id, :cn-d-id, :cn-c-id,
                       :cn-entry-d, :cn-operator, :cn-category,
                       :cn-text)
           END-EXEC
           .

      *> the open drawer session for this terminal, when
      *> one exists; SQLDRWR owns opening and closing them.
      *> A caller posting for someone else's drawer (a driver's
      *> COD collection) names that operator in hdrawerop
       find-open-drawer.
           move 0 to h-drawer
           if hdrawerop = spaces
               move EIBTRMID to dr-op-id
           else
               move hdrawerop to dr-op-id
           end-if
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT dr_id INTO :dr-id
           move 13 to result-code
           perform audit-return.

       invoice-not-valid.
           move "Invoice is not on file for this customer" to err

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC

           move 17 to result-code
           perform audit-return.

       invoice-not-open.
           move "Invoice is already paid" to err

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC

           move 18 to result-code
           perform audit-return.

       apply-exceeds-open.
           move "Amount applied is more than the invoice owes" to err

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC

           move 19 to result-code
           perform audit-return.

       applications-exceed-payment.
           move "Amounts applied to invoices exceed the payment"
             to err

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC

           move 20 to result-code
           perform audit-return.

       not-head-office.
           move "Customer has no branches to spread the payment over"
             to err

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC

           move 21 to result-code
           perform audit-return.

       spread-with-invoices.
           move "Can't spread a payment that names invoices" to err

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC

           move 22 to result-code
           perform audit-return.

      *> the payment on the outbound feed, for the whole
      *> amount taken across every tender
       publish-event.
           initialize business-event-data
           move 'P' to evreqtype
           move 'PAYMENT' to evtype
           move c-w-id to evwid
           move c-d-id to evdid
           move c-id to evcid
           move h-amount to evamount
           move hdate to evref
           move 'SQLPAYM' to evsource
           exec cics link
               program('SQLEVNT')
               commarea(business-event-data)
           end-exec
           if evresult < 0
               go to event-failed
           end-if
           .

       event-failed.
           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           move everr to err

           move -1 to result-code
           perform audit-return.

       SQLErr.
      *> a deadlock (-911) or lock timeout (-913) usually
      *> succeeds on a simple retry; back off briefly and re-drive
           move datetime to tpc-audit-entry-d
           call 'TPCCAUDT' using tpc-audit-data-block

           move 'O' to tpc-capt-direction
           perform capture-commarea

           exec cics return end-exec.

      *> the commarea to TPCCCAPT, which writes it to the capture
      *> log when this program's CWA capture flag is on
       capture-commarea.
           move ws-program-name to tpc-capt-program
           move eibtaskn to tpc-capt-task
           move eibcalen to tpc-capt-length
           call 'TPCCCAPT' using tpc-capture-data-block dfhcommarea
           .
      ***--------------------------------------------------------------*
      ***  $Workfile:   sqlpaym.cbl  $ end
      ***--------------------------------------------------------------*
