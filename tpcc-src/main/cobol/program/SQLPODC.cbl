      * whose confirmation says the delivery was refused is rejected,
      * since the customer never took the goods.
      *
      * On a cash-on-delivery order the paperwork also carries what
      * the driver collected. The amount due (delivered goods, plus
      * freight and any rush surcharge once the order is complete)
      * is kept on the DELCONF row beside it, and the collection
      * posts through SQLPAYM as a COD tender against the driver's
      * open drawer session - the confirmation and the payment
      * commit together. A COD order
      * confirmed short or not at all shows on SQLCODX's exception
      * report.
      *
      * A refused, damaged or wrong-address confirmation opens a
      * service case (SQLCASE) for it in the same unit of work, so
      * the exception is worked to a close rather than just kept.
      *
      * SQL only - there is no VSMPODC counterpart. This is a new
      * capability, not one of the five original terminal
      * transactions, so it follows the Returns precedent
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  ws-carrier-id                     pic s9(9) comp.
       01  ws-carrier-id-ind                 pic s9(4) comp.
       01  ws-ord-freight                    pic s9(6)v99 comp-3.
       01  ws-cod-open                       pic s9(9) comp.
           EXEC SQL END DECLARE SECTION END-EXEC

       01  ws-paym-commarea.
           copy cpypaym.

      *> the business event this transaction publishes to
      *> the outbound feed as it commits
       01  ws-evnt-ca.
           copy cpyevnt.

      *> the service case a delivery exception opens
       01  ws-case-ca.
           copy cpycase.

       copy tpctdata.
       copy cpyaudt.

               perform bad-exception
           end-if

           move wid of dfhcommarea to dc-w-id
           move did of dfhcommarea to dc-d-id
           move oid to dc-o-id

      *> the order must exist, and must actually have
      *> gone out on a truck - an order still sitting in NEW_ORDER
      *> has no carrier assigned and nothing to confirm
           EXEC SQL
               SELECT o_carrier_id, o_c_id,
                   COALESCE(o_pay_method, ' '),
                   COALESCE(o_freight, 0) + COALESCE(o_rush_chg, 0)
               INTO :ws-carrier-id :ws-carrier-id-ind, :o-c-id,
                   :o-pay-method, :ws-ord-freight
               FROM orders
               WHERE o_w_id = :dc-w-id AND o_d_id = :dc-d-id
                   AND o_id = :dc-o-id
           end-if
           EXEC SQL WHENEVER NOT FOUND go to order-not-found END-EXEC

      *> cash on delivery: the paperwork says what the driver
      *> was to collect, and what was actually handed over
           move 0 to dc-cod-due
           move 0 to dc-cod-amt
           move spaces to dc-driver
           move 0 to coddue
           if o-pay-method = 'C'
               perform compute-cod-due
               move codcollected to dc-cod-amt
               move driverid to dc-driver
               move dc-cod-due to coddue
           else
               if codcollected not = 0
                   perform order-not-cod
               end-if
           end-if
           if codcollected not = 0
               perform check-driver-drawer
           end-if

           move recvby to dc-recv-by
           move datetime to dc-conf-d
           move exccode to dc-exc
           EXEC SQL
               INSERT INTO delconf
                   (dc_w_id, dc_d_id, dc_o_id, dc_recv_by,
                       dc_conf_d, dc_exc, dc_entered_by,
                       dc_cod_due, dc_cod_amt, dc_driver)
                   VALUES (:dc-w-id, :dc-d-id, :dc-o-id, :dc-recv-by,
                       :dc-conf-d, :dc-exc, :dc-entered-by,
                       :dc-cod-due, :dc-cod-amt, :dc-driver)
           END-EXEC

      *> the cash collected posts through the normal Payment
      *> path - balance, HISTORY row (tender COD), receipt note -
      *> against the driver's drawer session. Payment commits the
      *> confirmation with it, or rolls both back on a refusal
           if codcollected not = 0
               perform post-cod-payment
           end-if

           move 0 to caseno
           if not delivery-clean
               perform open-exception-case
           end-if

           move datetime to confdt

           perform publish-event

           EXEC CICS SYNCPOINT END-EXEC

           if delivery-clean
               move "Delivery confirmed" to msg of dfhcommarea
           else
               move "Delivery exception recorded" to msg of dfhcommarea
           end-if

           move 0 to result-code of dfhcommarea
           perform audit-return.

      *> everything delivered on the order so far, plus the
      *> freight and any rush surcharge once it is complete (no
      *> NEW_ORDER row left) -
      *> the same amounts the sweep billed and the manifest printed
       compute-cod-due.
           EXEC SQL
               SELECT COALESCE(SUM(ol_amount), 0)
               INTO :dc-cod-due
               FROM order_line
               WHERE ol_w_id = :dc-w-id AND ol_d_id = :dc-d-id
                   AND ol_o_id = :dc-o-id
                   AND ol_delivery_d IS NOT NULL
                   AND ol_drop_po IS NULL
           END-EXEC
           EXEC SQL
               SELECT COUNT(*) INTO :ws-cod-open
               FROM new_order
               WHERE no_w_id = :dc-w-id AND no_d_id = :dc-d-id
                   AND no_o_id = :dc-o-id
           END-EXEC
           if ws-cod-open = 0
               add ws-ord-freight to dc-cod-due
           end-if
           .

      *> the driver has to be working an open drawer
      *> session (SQLDRWR) for the cash to be accounted to
       check-driver-drawer.
           if driverid = spaces
               perform driver-no-drawer
           end-if
           move driverid to dr-op-id
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT dr_id INTO :dr-id
               FROM drawer
               WHERE dr_op_id = :dr-op-id AND dr_status = 'O'
           END-EXEC
           if sqlcode = 100
               perform driver-no-drawer
           end-if
           EXEC SQL WHENEVER NOT FOUND go to order-not-found END-EXEC
           .

       post-cod-payment.
           initialize payment-data
           move wid of dfhcommarea to wid of payment-data
           move did of dfhcommarea to did of payment-data
           move o-c-id to cid of payment-data
           move wid of dfhcommarea to cwid of payment-data
           move did of dfhcommarea to cdid of payment-data
           move codcollected to hamount of payment-data
           move 9999999.99 to hmaxamount of payment-data
           move 1 to tendercnt of payment-data
           move codcollected to tenderamount of payment-data (1)
           move 'COD' to tendertype of payment-data (1)
           move driverid to hdrawerop of payment-data
      *> the driver holds the cash - an identical recent
      *> payment is no reason to refuse it
           move 'Y' to dupoverride of payment-data

           exec cics link
               program('SQLPAYM')
               commarea(payment-data)
           end-exec

           if result-code of payment-data not = 0
               perform cod-payment-refused
           end-if
           .

       missing-receiver.
           move "Received-by name is required" to err of dfhcommarea

           move 1 to result-code of dfhcommarea
           perform audit-return.

       bad-exception.
           move "Exception code must be blank, R, D, or W"
             to err of dfhcommarea

           move 2 to result-code of dfhcommarea
           perform audit-return.

       order-not-found.
           move "Order not found" to err of dfhcommarea

           move 3 to result-code of dfhcommarea
           perform audit-return.

       order-not-delivered.
           move "Order has not been delivered yet" to err of dfhcommarea

           move 4 to result-code of dfhcommarea
           perform audit-return.

       already-confirmed.
           move "Delivery already confirmed for this order"
             to err of dfhcommarea

           move 5 to result-code of dfhcommarea
           perform audit-return.

       order-cancelled.
           move "Order is cancelled - nothing was delivered"
             to err of dfhcommarea

           move 6 to result-code of dfhcommarea
           perform audit-return.

       order-not-cod.
           move "COD collected on an order not paid cash on delivery"
             to err of dfhcommarea

           move 7 to result-code of dfhcommarea
           perform audit-return.

       driver-no-drawer.
           move "COD driver has no open drawer session"
             to err of dfhcommarea

           move 8 to result-code of dfhcommarea
           perform audit-return.

       cod-payment-refused.
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           move err of payment-data to err of dfhcommarea

           move 9 to result-code of dfhcommarea
           perform audit-return.

      *> the exception becomes a service case, opened inside
      *> this unit of work - SQLCASE does no syncpoint of its own
      *> on an 'E' request, so the two commit or roll back together
       open-exception-case.
           initialize service-case-data
           move 'E' to csreqtype
           move EIBTRMID to csopid
           move dc-w-id to cswid
           move dc-d-id to csdid
           move dc-o-id to csoid
           move exccode to cscat
           exec cics link
               program('SQLCASE')
               commarea(service-case-data)
           end-exec
           if result-code of ws-case-ca not = 0
               go to case-failed
           end-if
           move cscaseno to caseno
           .

       case-failed.
           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           move err of ws-case-ca to err of dfhcommarea

           move -1 to result-code of dfhcommarea
           perform audit-return.

      *> the confirmed delivery on the outbound feed, with
      *> any cash the driver collected; a COD collection also
      *> publishes its own payment through Payment
       publish-event.
           initialize business-event-data
           move 'P' to evreqtype
           move 'DELIVERD' to evtype
           move dc-w-id to evwid
           move dc-d-id to evdid
           move dc-o-id to evoid
           move codcollected to evamount
           move dc-recv-by to evref
           move 'SQLPODC' to evsource
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
           move everr to err of dfhcommarea

           move -1 to result-code of dfhcommarea
           perform audit-return.

       SQLErr.
               sqlstate delimited size
               " " delimited size
               sqlerrmc delimited size
           into err of dfhcommarea

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC

           move -1 to result-code of dfhcommarea
           perform audit-return.

      *> durable record of this call's outcome, same
      *> already uses for trace entries.
       audit-return.
           move ws-program-name to tpc-audit-program
           move wid of dfhcommarea to tpc-audit-w-id
           move did of dfhcommarea to tpc-audit-d-id
           move result-code of dfhcommarea to tpc-audit-result-code
           move err of dfhcommarea to tpc-audit-err
           move msg of dfhcommarea to tpc-audit-msg
           move datetime to tpc-audit-entry-d
           call 'TPCCAUDT' using tpc-audit-data-block

