      *                day's order lines (o_entry_d)
      *   cash         DR cash / CR accounts receivable, one pair
      *                per tender from the day's HISTORY rows
      *   invoice tax  DR accounts receivable / CR sales tax payable,
      *                the tax on itemised CUSTTAX invoices the
      *                bridge posts apart from the charge (HISTORY
      *                tender INVTAX)
      *   discounts    DR sales discounts / CR accounts receivable,
      *                the early-payment discounts Payment granted
      *                (HISTORY tender DISCOUNT)
      *   finance chgs DR accounts receivable / CR finance charge
      *                income, the monthly finance charges SQLFINC
      *                raised (HISTORY tender FINCHG)
      *   bad debt     DR bad-debt expense / CR accounts receivable
      *                for debt SQLWOFF wrote off (tender WRITEOFF),
      *                and the reverse for a later recovery of it
      *                Payment took in (tender RECOVERY)
      *   refunds      DR accounts receivable / CR refunds payable,
      *                the credit balances SQLRFND sent to accounts
      *                payable to pay back (tender REFUND)
      *   allowances   DR sales allowances / CR accounts receivable,
      *                disputed deductions SQLDEDN settled with a
      *                credit (tender ALLOWANCE)
      *                (a chain payment moved from head office to
      *                branch, tender CHAINXFR, nets to nothing and
      *                is not journalled)
      *   inventory    DR(loss)/CR(gain) variance vs inventory, from
      *                the day's STKADJ rows valued at i_price (no
      *                cost field exists on ITEM to value them at)
      *   intercompany DR intercompany receivable / CR intercompany
      *                payable per SETTLE row entered that day
      *   vendor pmts  DR accounts payable / CR cash for the vendor
      *                payments SQLAPAY issued that day (APPAY),
      *                by the warehouse of each invoice paid, and
      *                the reverse for a payment voided that day
      *
      * Debits and credits are totalled as the rows are built and a
      * day that doesn't balance rolls back and fails loudly instead
      * of posting. Every account posted to must exist in GLACCT;
      * the standard chart self-seeds the first time this runs
      * against an empty table, the same idiom SITECONFIG uses, and
      * an account added to the standard chart later is added to
      * an existing GLACCT the first time this runs after it.
      * Re-running a day deletes and rebuilds its rows, the
      * correct-in-place convention the end-of-day close uses.
      *
           03  filler  pic x(29) value '2400INTERCOMPANY PAYABLE    L'.
           03  filler  pic x(29) value '4000SALES                   R'.
           03  filler  pic x(29) value '5200INVENTORY VARIANCE      E'.
           03  filler  pic x(29) value '4100SALES DISCOUNTS         R'.
           03  filler  pic x(29) value '4200FINANCE CHARGE INCOME   R'.
           03  filler  pic x(29) value '6100BAD DEBT EXPENSE        E'.
           03  filler  pic x(29) value '2100REFUNDS PAYABLE         L'.
           03  filler  pic x(29) value '4150SALES ALLOWANCES        R'.
           03  filler  pic x(29) value '2000ACCOUNTS PAYABLE        L'.
           03  filler  pic x(29) value '2200SALES TAX PAYABLE       L'.
       01  filler redefines ws-chart-table.
           03  ws-chart-entry occurs 14.
               05  ws-chart-acct             pic x(4).
               05  ws-chart-name             pic x(24).
               05  ws-chart-type             pic x(1).
       01  ws-chart-count                    pic s9(9) comp value 14.
       01  ws-chart-x                        pic s9(9) comp.

       copy tpctdata.
           perform journal-cash-by-tender
           perform journal-inventory-variance
           perform journal-intercompany
           perform journal-vendor-payments

           if ws-dr-total not = ws-cr-total
               perform out-of-balance
           perform audit-return.

      *> the standard chart goes in the first time this
      *> runs against an empty table, same idiom as SITECONFIG;
      *> a standard account a ledger seeded earlier doesn't have
      *> yet goes in the same way, and the rest are left as
      *> accounting keeps them
       seed-chart-if-empty.
           perform seed-one-account
               varying ws-chart-x from 1 by 1
               until ws-chart-x > ws-chart-count
           .

       seed-one-account.
           move ws-chart-name(ws-chart-x) to gl-name
           move ws-chart-type(ws-chart-x) to gl-type
           EXEC SQL
               SELECT COUNT(*) INTO :ws-acct-cnt
               FROM glacct
               WHERE gl_acct = :gl-acct
           END-EXEC
           if ws-acct-cnt = 0
               EXEC SQL
                   INSERT INTO glacct (gl_acct, gl_name, gl_type)
                   VALUES (:gl-acct, :gl-name, :gl-type)
               END-EXEC
           end-if
           .

      *> one DR receivable / CR sales pair per warehouse
      *> went up. They journal as their own DR receivable / CR
      *> sales pair; booking them as takings would misstate cash
      *> and the receivable both
      *> the tax on those invoices (tender INVTAX) is owed on to
      *> the tax authority, not earned - CR sales tax payable
      *> an early-payment discount moved no cash either:
      *> the receivable it cleared is a sales discount
      *> and a finance charge raised the receivable the
      *> same way an invoice does, against its own income account
      *> a write-off moves the receivable to bad-debt
      *> expense; recovering it later puts it back, and the cash
      *> that follows clears it like any other payment
      *> a refund takes the credit off the receivable and
      *> owes it through payables, who cut the cheque
      *> an allowance on a disputed deduction is revenue
      *> given up, like a discount, not cash
      *> a head office's payment passed on to its
      *> branches only moves the receivable between accounts of
      *> one chain - its rows net to nothing, so no journal
               evaluate h-tender
                   when 'CHAINXFR'
                       continue
                   when 'INVOICE'
                       string
                           "Bridged invoice charges" delimited size
                       into gj-desc
                       move '1200' to gj-acct
                       move ws-sum-amt to gj-dr
                       move 0 to gj-cr
                       perform post-journal-row
                       move '4000' to gj-acct
                       move 0 to gj-dr
                       move ws-sum-amt to gj-cr
                       perform post-journal-row
                   when 'INVTAX'
                       string
                           "Bridged invoice tax" delimited size
                       into gj-desc
                       move '1200' to gj-acct
                       move ws-sum-amt to gj-dr
                       move 0 to gj-cr
                       perform post-journal-row
                       move '2200' to gj-acct
                       move 0 to gj-dr
                       move ws-sum-amt to gj-cr
                       perform post-journal-row
                   when 'DISCOUNT'
                       string
                           "Early-payment discounts" delimited size
                       into gj-desc
                       move '4100' to gj-acct
                       move ws-sum-amt to gj-dr
                       move 0 to gj-cr
                       perform post-journal-row
                       move '1200' to gj-acct
                       move 0 to gj-dr
                       move ws-sum-amt to gj-cr
                       perform post-journal-row
                   when 'FINCHG'
                       string
                           "Finance charges" delimited size
                       into gj-desc
                       move '1200' to gj-acct
                       move ws-sum-amt to gj-dr
                       move 0 to gj-cr
                       perform post-journal-row
                       move '4200' to gj-acct
                       move 0 to gj-dr
                       move ws-sum-amt to gj-cr
                       perform post-journal-row
                   when 'WRITEOFF'
                       string
                           "Bad debts written off" delimited size
                       into gj-desc
                       move '6100' to gj-acct
                       move ws-sum-amt to gj-dr
                       move 0 to gj-cr
                       perform post-journal-row
                       move '1200' to gj-acct
                       move 0 to gj-dr
                       move ws-sum-amt to gj-cr
                       perform post-journal-row
                   when 'RECOVERY'
                       string
                           "Bad debts recovered" delimited size
                       into gj-desc
                       move '1200' to gj-acct
                       move ws-sum-amt to gj-dr
                       move 0 to gj-cr
                       perform post-journal-row
                       move '6100' to gj-acct
                       move 0 to gj-dr
                       move ws-sum-amt to gj-cr
                       perform post-journal-row
                   when 'REFUND'
                       string
                           "Customer refunds" delimited size
                       into gj-desc
                       move '1200' to gj-acct
                       move ws-sum-amt to gj-dr
                       move 0 to gj-cr
                       perform post-journal-row
                       move '2100' to gj-acct
                       move 0 to gj-dr
                       move ws-sum-amt to gj-cr
                       perform post-journal-row
                   when 'ALLOWANCE'
                       string
                           "Deduction allowances" delimited size
                       into gj-desc
                       move '4150' to gj-acct
                       move ws-sum-amt to gj-dr
                       move 0 to gj-cr
                       perform post-journal-row
                       move '1200' to gj-acct
                       move 0 to gj-dr
                       move ws-sum-amt to gj-cr
                       perform post-journal-row
                   when other
                       string
                           "Takings, tender " delimited size
                           h-tender delimited size
                       into gj-desc
                       move '1010' to gj-acct
                       move ws-sum-amt to gj-dr
                       move 0 to gj-cr
                       perform post-journal-row
                       move '1200' to gj-acct
                       move 0 to gj-dr
                       move ws-sum-amt to gj-cr
                       perform post-journal-row
               end-evaluate
           end-perform
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           EXEC SQL CLOSE c_cash END-EXEC
      *> the day's count/damage/shrinkage variances per
      *> warehouse, valued at list price - ITEM carries no cost
      *> field to value them at, and a consistently-valued variance
      *> line beats no line. Stock sent out on consignment (reason
      *> K) is still ours and is not a variance.
       journal-inventory-variance.
           EXEC SQL
               DECLARE c_var CURSOR FOR
               SELECT sa_w_id, SUM(sa_variance * i_price)
                   FROM stkadj, item
                   WHERE sa_entry_d LIKE :ws-day-pat
                       AND sa_reason <> 'K'
                       AND i_id = sa_i_id
                   GROUP BY sa_w_id
                   ORDER BY sa_w_id
           EXEC SQL CLOSE c_sett END-EXEC
           .

      *> vendor payments issued that day, and any voided
      *> that day, one pair per warehouse of the invoices paid
       journal-vendor-payments.
           EXEC SQL
               DECLARE c_apiss CURSOR FOR
               SELECT pl_w_id, SUM(pl_amount)
                   FROM appay, appayln
                   WHERE pa_issue_d LIKE :ws-day-pat
                       AND pl_pa_id = pa_id
                   GROUP BY pl_w_id
                   ORDER BY pl_w_id
           END-EXEC
           EXEC SQL OPEN c_apiss END-EXEC
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_apiss INTO :pl-w-id, :ws-sum-amt
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               if ws-sum-amt not = 0
                   move pl-w-id to gj-w-id
                   move "Vendor payments issued" to gj-desc
                   move '2000' to gj-acct
                   move ws-sum-amt to gj-dr
                   move 0 to gj-cr
                   perform post-journal-row
                   move '1010' to gj-acct
                   move 0 to gj-dr
                   move ws-sum-amt to gj-cr
                   perform post-journal-row
               end-if
           end-perform
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           EXEC SQL CLOSE c_apiss END-EXEC

           EXEC SQL
               DECLARE c_apvoid CURSOR FOR
               SELECT pl_w_id, SUM(pl_amount)
                   FROM appay, appayln
                   WHERE pa_status = 'V'
                       AND pa_void_d LIKE :ws-day-pat
                       AND pl_pa_id = pa_id
                   GROUP BY pl_w_id
                   ORDER BY pl_w_id
           END-EXEC
           EXEC SQL OPEN c_apvoid END-EXEC
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_apvoid INTO :pl-w-id, :ws-sum-amt
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               if ws-sum-amt not = 0
                   move pl-w-id to gj-w-id
                   move "Vendor payments voided" to gj-desc
                   move '1010' to gj-acct
                   move ws-sum-amt to gj-dr
                   move 0 to gj-cr
                   perform post-journal-row
                   move '2000' to gj-acct
                   move 0 to gj-dr
                   move ws-sum-amt to gj-cr
                   perform post-journal-row
               end-if
           end-perform
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           EXEC SQL CLOSE c_apvoid END-EXEC
           .

      *> every row checks its account against the chart
      *> on the way in - a journal posting to an account the chart
      *> doesn't know is a configuration fault, not a ledger entry
