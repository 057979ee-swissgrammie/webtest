               88  receipt-wanted            value 'Y'.
           03  rreceiptqueued                pic x(1).
               88  receipt-was-queued        value 'Y'.
      *> open-item cash application: up to 10 INVOICE
      *> numbers this payment settles, in the order given. An
      *> applyamount of 0 takes whatever is still open on the
      *> invoice, up to what is left of the payment. Every invoice
      *> has to belong to the customer and still be open, or the
      *> payment is refused before any money moves. Whatever the
      *> named invoices do not absorb comes back in unappliedamt
      *> and is held on the account as unapplied cash - always for
      *> an open-item customer or when invoices were named, and on
      *> a balance-forward account only when keepunapplied is 'Y'.
           03  applycnt                      pic 9(2).
           03  applydata occurs 10.
               05  applyinvno                pic 9(8).
               05  applyamount               pic 9999.99.
           03  keepunapplied                 pic x(1).
               88  keep-unapplied            value 'Y'.
           03  unappliedamt                  pic 9999.99.
      *> early-payment discount granted under the
      *> customer's terms: an invoice settled in full on or before
      *> its discount date is closed for its total less the terms
      *> discount, and the discount posts as its own HISTORY row
      *> (tender DISCOUNT). A payment naming no invoices on a
      *> balance-forward account settles the customer's invoices
      *> still inside their discount window, oldest first, as far
      *> as it covers them. discounttaken is the total granted.
           03  discounttaken                 pic 9999.99.
      *> a customer with bad debt written off (SQLWOFF)
      *> and not yet recovered has a payment taken first as a
      *> recovery of that debt: the recovered part goes back on the
      *> receivable as its own HISTORY row (tender RECOVERY) so the
      *> cash clears it instead of leaving the account in credit,
      *> and the journal credits bad-debt expense with it.
      *> recoveredamt is how much of the payment was a recovery.
           03  recoveredamt                  pic 9999.99.
      *> a head office paying for its chain: with
      *> spreadbranches 'Y' the payment posts to the head office as
      *> always, then whatever recovery did not take is moved on to
      *> the branches that owe money, largest balance first, each
      *> taking no more than it owes (HISTORY tender CHAINXFR, off
      *> the head office and onto the branch). What the branches
      *> don't absorb stays with the head office. Only a head office
      *> can spread, and not together with named invoices.
      *> spreadcnt/spreadamt echo the branches paid and the total.
           03  spreadbranches                pic x(1).
               88  spread-to-branches        value 'Y'.
           03  spreadcnt                     pic 9(3).
           03  spreadamt                     pic 9999.99.
      *> the operator whose drawer session the payment goes
      *> through; spaces = the keying terminal's own session, as
      *> always. SQLPODC names the driver here for a COD collection.
           03  hdrawerop                     pic x(4).
       copy cpycomon.

      ***--------------------------------------------------------------*
