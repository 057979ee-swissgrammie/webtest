      *     to 99, the cancelled sentinel - real carrier ids run
      *     1 thru cwa-carrier-cnt, well below it - so history
      *     stays browsable and nothing ever re-delivers it
      *   - takes a pickup order off the will-call list (status X)
      *   - gives a promotion's use and discount back to it
      *   - reverses the stock each ORDER_LINE consumed, back onto
      *     the supplying warehouse's shelf (a kit line's stock is
      *     its components', so those are what go back); a
      *     drop-ship line's open PO line is cancelled instead, and
      *     a blanket release goes back on its agreement
      *   - writes the CANCLOG row: who cancelled, why, and the
      *     value reversed
      *
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  ws-cancel-sentinel                pic s9(9) comp value 99.
       01  ws-line-total                     pic s9(10)v99 comp-3.
       01  ws-kit-comp-cnt                   pic s9(9) comp.
       01  ws-drop-po-ind                    pic s9(4) comp.
       01  ws-bk-ind                         pic s9(4) comp.
           EXEC SQL END DECLARE SECTION END-EXEC

      *> the business event this transaction publishes to
      *> the outbound feed as it commits
       01  ws-evnt-ca.
           copy cpyevnt.

       copy tpctdata.
       copy cpyaudt.

                   AND o_id = :no-o-id
           END-EXEC

      *> a pickup order comes off the will-call list too;
      *> any other order has no staging row to match
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
           EXEC SQL
               UPDATE willcall
               SET wc_status = 'X'
               WHERE wc_w_id = :no-w-id AND wc_d_id = :no-d-id
                   AND wc_o_id = :no-o-id
           END-EXEC

      *> an order taken under a promotion gives its use
      *> and its discount back to the promotion's budget, and
      *> drops out of the effectiveness figures
           EXEC SQL
               SELECT pu_code, pu_discount
               INTO :pu-code, :pu-discount
               FROM promouse
               WHERE pu_w_id = :no-w-id AND pu_d_id = :no-d-id
                   AND pu_o_id = :no-o-id
           END-EXEC
           if sqlcode = 0
               EXEC SQL
                   UPDATE promo
                   SET pm_uses = pm_uses - 1,
                       pm_spent = pm_spent - :pu-discount
                   WHERE pm_code = :pu-code
               END-EXEC
               EXEC SQL
                   DELETE FROM promouse
                   WHERE pu_w_id = :no-w-id AND pu_d_id = :no-d-id
                       AND pu_o_id = :no-o-id
               END-EXEC
           end-if
           EXEC SQL WHENEVER NOT FOUND go to order-not-found END-EXEC

      *> put the stock each line consumed back on the
      *> supplying warehouse's shelf (New Order only ever moved
      *> s_quantity, so that is all there is to reverse)
           EXEC SQL
               DECLARE c_cancline CURSOR FOR
               SELECT ol_i_id, ol_supply_w_id, ol_quantity,
                   ol_drop_po, ol_bk_id
                   FROM order_line
                   WHERE ol_w_id = :no-w-id AND ol_d_id = :no-d-id
                       AND ol_o_id = :no-o-id
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_cancline INTO :ol-i-id, :ol-supply-w-id,
                       :ol-quantity, :ol-drop-po :ws-drop-po-ind,
                       :ol-bk-id :ws-bk-ind
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
      *> a blanket release gives its quantity back to
      *> the agreement
               if ws-bk-ind >= 0
                   EXEC SQL
                       UPDATE blanket
                       SET bk_drawn = bk_drawn - :ol-quantity
                       WHERE bk_id = :ol-bk-id
                   END-EXEC
               end-if
      *> a drop-ship line never took stock; its PO line
      *> is called off unless the vendor has already shipped it
      *> (the CASE keeps the row matched, so sqlcode stays 0 for
      *> the loop)
               if ws-drop-po-ind >= 0
                   EXEC SQL
                       UPDATE purchase_order
                       SET po_status = CASE WHEN po_status = 'O'
                           THEN 'X' ELSE po_status END
                       WHERE po_id = :ol-drop-po
                   END-EXEC
               else
                   move ol-i-id to kc-kit-i-id
                   EXEC SQL
                       SELECT COUNT(*) INTO :ws-kit-comp-cnt
                       FROM kitcomp
                       WHERE kc_kit_i_id = :kc-kit-i-id
                   END-EXEC
                   if ws-kit-comp-cnt = 0
                       EXEC SQL
                           UPDATE stock
                           SET s_quantity = s_quantity + :ol-quantity
                           WHERE s_w_id = :ol-supply-w-id
                               AND s_i_id = :ol-i-id
                       END-EXEC
                   else
                       perform reverse-kit-components
                   end-if
               end-if
           end-perform
           EXEC SQL WHENEVER NOT FOUND go to order-not-found END-EXEC
           EXEC SQL CLOSE c_cancline END-EXEC
                       :cx-keyed-by, :cx-amount, :cx-entry-d)
           END-EXEC

           perform publish-event

           EXEC CICS SYNCPOINT END-EXEC

           move ws-line-total to canceltotal
           move 0 to result-code
           perform audit-return.

      *> each component back on the shelf by the kit
      *> quantity times its count in the kit; the CLOSE leaves
      *> sqlcode 0 for the outer line loop
       reverse-kit-components.
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DECLARE c_cnkit CURSOR FOR
                   SELECT kc_comp_i_id, kc_qty
                   FROM kitcomp
                   WHERE kc_kit_i_id = :kc-kit-i-id
           END-EXEC
           EXEC SQL OPEN c_cnkit END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_cnkit INTO :kc-comp-i-id, :kc-qty
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               compute kc-qty = kc-qty * ol-quantity
               EXEC SQL
                   UPDATE stock
                   SET s_quantity = s_quantity + :kc-qty
                   WHERE s_w_id = :ol-supply-w-id
                       AND s_i_id = :kc-comp-i-id
               END-EXEC
           end-perform
           EXEC SQL CLOSE c_cnkit END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to order-not-found END-EXEC
           .

       order-not-found.
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           move "Order not found" to err
           move 2 to result-code
           perform audit-return.

      *> the cancellation on the outbound feed, for the
      *> value taken off the order
       publish-event.
           initialize business-event-data
           move 'P' to evreqtype
           move 'CANCEL' to evtype
           move no-w-id to evwid
           move no-d-id to evdid
           move no-o-id to evoid
           move ws-line-total to evamount
           move reason to evref
           move 'SQLCANC' to evsource
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
           move sqlcode to csqlcode
           string
