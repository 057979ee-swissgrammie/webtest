      * deliberately NOT overridden, so re-running the same bank
      * file rejects the second copy of each remittance instead of
      * double-posting it.
      *
      * A remittance may name up to five of our invoice numbers
      * after the date. They go to SQLPAYM as open-item
      * applications, each taking what it still owes; the rest of
      * the cheque is held as unapplied cash. When Payment refuses
      * an invoice reference (not this customer's, or already
      * paid) the cheque is still banked: it is re-posted with no
      * applications and held whole as unapplied cash, and the
      * report line says so for the credit desk to sort out.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           03  lb-amount                     pic 9(4)v99.
           03  lb-ref                        pic x(16).
           03  lb-remit-d                    pic x(10).
      *> the invoices the customer says the cheque covers;
      *> absent (spaces) on a record that names none
           03  lb-inv-cnt                    pic 9(1).
           03  lb-inv-no occurs 5            pic 9(8).

       01  ws-inv-x                          pic s9(4) comp.
       01  ws-refs-refused                   pic x(1).
       01  ws-rpt-unapplied                  pic z(3)9.99.

       01  ws-paym-commarea.
           copy cpypaym.
           perform audit-return.

       read-remittance-record.
      *> a short record leaves no invoice references over
      *> from the one before it
           move spaces to ws-tlbx-record
           move length of ws-tlbx-record to ws-td-len
           exec cics readq td
               queue(ws-intake-q-name)
           move 1 to tendercnt of payment-data
           move lb-amount to tenderamount of payment-data (1)
           move 'LOCKBOX' to tendertype of payment-data (1)
           perform name-remitted-invoices

           exec cics link
               program('SQLPAYM')
               commarea(payment-data)
           end-exec

      *> an invoice reference Payment would not take
      *> (17 not this customer's, 18 already paid, 19 too much)
      *> must not bounce the cheque: bank it whole as unapplied
           move 'N' to ws-refs-refused
           if result-code of payment-data >= 17
               and result-code of payment-data <= 19
               move 'Y' to ws-refs-refused
               move 0 to applycnt of payment-data
               move 'Y' to keepunapplied of payment-data
               move spaces to err of payment-data
               exec cics link
                   program('SQLPAYM')
                   commarea(payment-data)
               end-exec
           end-if

           if result-code of payment-data = 0
               move 'POSTED  ' to ws-rpt-status
               move lb-ref to ws-rpt-detail
               if ws-refs-refused = 'Y'
                   move spaces to ws-rpt-detail
                   string
                       lb-ref delimited size
                       " invoice ref refused - held unapplied"
                           delimited size
                   into ws-rpt-detail
               end-if
               if unappliedamt of payment-data not = 0
                   and applycnt of payment-data not = 0
                   move unappliedamt of payment-data
                     to ws-rpt-unapplied
                   move spaces to ws-rpt-detail
                   string
                       lb-ref delimited size
                       " unapplied " delimited size
                       ws-rpt-unapplied delimited size
                   into ws-rpt-detail
               end-if
               add 1 to remitsposted
           else
               move 'REJECT  ' to ws-rpt-status
           perform queue-report-line
           .

      *> the invoice numbers off the remittance become
      *> Payment's open-item applications, each taking whatever is
      *> still open on it
       name-remitted-invoices.
           move 0 to applycnt of payment-data
           if lb-inv-cnt is numeric
               perform varying ws-inv-x from 1 by 1
                       until ws-inv-x > lb-inv-cnt or ws-inv-x > 5
                   if lb-inv-no (ws-inv-x) is numeric
                       and lb-inv-no (ws-inv-x) not = 0
                       add 1 to applycnt of payment-data
                       move lb-inv-no (ws-inv-x) to applyinvno
                         of payment-data (applycnt of payment-data)
                       move 0 to applyamount
                         of payment-data (applycnt of payment-data)
                   end-if
               end-perform
           end-if
           .

       queue-report-line.
           exec cics writeq ts
               queue(ws-report-q-name)
