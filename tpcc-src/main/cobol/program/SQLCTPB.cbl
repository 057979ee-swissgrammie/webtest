      *     (a re-keyed lower amount posts as a credit), so a
      *     re-run never double-posts and a re-keyed invoice is
      *     never missed
      *   - an itemised invoice's tax (the CUSTTAX_LINE tax amounts)
      *     posts as its own HISTORY row, tender INVTAX, apart from
      *     the net charge, so the journal can owe it to the tax
      *     authority instead of booking it as sales; CTPOSTED
      *     keeps the tax last posted (cb_tax_amt) beside the
      *     amount, and each part posts its own movement. A lump-sum
      *     invoice has no lines and no tax part.
      *   - a CUSTNO that matches no CUSTOMER goes to the CTPRPT
      *     exception report instead of being posted blind, and
      *     stays eligible for the next run
       01  ws-posted-cnt                     pic s9(9) comp.
       01  ws-reg-amt                        pic s9(5)v99 comp-3.
       01  ws-delta-amt                      pic s9(6)v99 comp-3.
       01  ws-tax-amt                        pic s9(5)v99 comp-3.
       01  ws-reg-tax                        pic s9(5)v99 comp-3.
       01  ws-delta-tax                      pic s9(6)v99 comp-3.
       01  ws-delta-net                      pic s9(6)v99 comp-3.
           EXEC SQL END DECLARE SECTION END-EXEC

       01  ws-reg-found                      pic x(1).
       01  ws-tax-posted                     pic s9(7)v99 comp-3.

       01  ws-custno-disp                    pic 9(10).

           move 0 to rowsposted
           move 0 to rowsunmatched
           move 0 to rowsalreadyposted
           move 0 to ws-tax-posted

           EXEC SQL
               DECLARE c_ctax CURSOR FOR

           EXEC CICS SYNCPOINT END-EXEC

           move ws-tax-posted to taxposted
           move "CUSTTAX invoices bridged" to msg

           move 0 to result-code
      *> so "new to post" is the movement since the register,
      *> never just "seen this customer before"
           move 'N' to ws-reg-found
           move 0 to ws-reg-tax
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT cb_amount, COALESCE(cb_tax_amt, 0)
               INTO :ws-reg-amt, :ws-reg-tax
               FROM ctposted
               WHERE cb_custno = :ws-custno
           END-EXEC
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

      *> the tax part of the invoice as its lines now stand
           EXEC SQL
               SELECT COALESCE(SUM(LINE_TAX_AMT), 0)
               INTO :ws-tax-amt
               FROM CUSTTAX_LINE
               WHERE CUSTNO = :ws-custno
           END-EXEC

           if ws-reg-found = 'Y'
               compute ws-delta-amt = ws-inv-amt - ws-reg-amt
           else
               move ws-inv-amt to ws-delta-amt
           end-if
           compute ws-delta-tax = ws-tax-amt - ws-reg-tax
           compute ws-delta-net = ws-delta-amt - ws-delta-tax

           if ws-delta-amt = 0 and ws-delta-tax = 0
               add 1 to rowsalreadyposted
           else
               perform match-and-post
      *> the receivable moves by the delta (a re-keyed
      *> lower amount posts as a credit) and a HISTORY row with
      *> the INVOICE tender carries the source CUSTNO, so the
      *> charge explains itself on a statement - the net movement
      *> under INVOICE, the tax movement under INVTAX; the
      *> register then remembers the amount and tax now fully
      *> posted
       post-one-invoice.
           EXEC SQL
               UPDATE customer
                   AND c_id = :c-id
           END-EXEC

           move ws-custno to ws-custno-disp
           move spaces to h-data
           string
               ws-custno-disp delimited size
           into h-data
           move 0 to h-drawer
           if ws-delta-net not = 0
               move ws-delta-net to h-amount
               move 'INVOICE' to h-tender
               perform insert-invoice-history
           end-if
           if ws-delta-tax not = 0
               move ws-delta-tax to h-amount
               move 'INVTAX' to h-tender
               perform insert-invoice-history
               add ws-delta-tax to ws-tax-posted
           end-if

           if ws-reg-found = 'Y'
               EXEC SQL
                   UPDATE ctposted
                   SET cb_amount = :ws-inv-amt,
                       cb_tax_amt = :ws-tax-amt,
                       cb_entry_d = :datetime
                   WHERE cb_custno = :ws-custno
               END-EXEC
           else
               EXEC SQL
                   INSERT INTO ctposted
                       (cb_custno, cb_amount, cb_tax_amt, cb_entry_d)
                       VALUES (:ws-custno, :ws-inv-amt, :ws-tax-amt,
                           :datetime)
               END-EXEC
           end-if

           add 1 to rowsposted
           .

       insert-invoice-history.
           EXEC SQL
               INSERT INTO history
                   (h_c_d_id, h_c_w_id, h_c_id, h_d_id,
                    h_w_id, h_date, h_amount, h_tender, h_data,
                    h_drawer)
               VALUES
                   (:c-d-id, :c-w-id, :c-id, :c-d-id,
                    :c-w-id, :datetime, :h-amount, :h-tender,
                    :h-data, :h-drawer)
           END-EXEC
           .

       queue-exception-line.
           move ws-custno to ws-rpt-custno
           move ws-cust-name to ws-rpt-name
