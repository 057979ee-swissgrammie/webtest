      *                 cover is refused rather than backordered,
      *                 the clerk can quote availability instead
      *
      * A kit line (or adding a kit) is refused: its stock and
      * backorders sit on its components, and the clean way to
      * change one is cancel and re-key. So is a drop-ship line,
      * which sits on the vendor's PO. A blanket release keeps its
      * agreement price and moves the agreement's drawn quantity
      * with the line. An order taken under a promotion keeps its
      * percent-off price or its free freight.
      *
      * Every amendment writes an AMNDLOG row with the operator,
      * the same per-event convention CANCLOG uses.
      *

           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  ws-no-cnt                         pic s9(9) comp.
       01  ws-kit-comp-cnt                   pic s9(9) comp.
       01  ws-eff-tax                        pic sv9999 comp-3.
       01  ws-unit-price                     pic s999v99 comp-3.
       01  ws-promo-price                    pic s999v99 comp-3.
       01  ws-new-amount                     pic s9(6)v99 comp-3.
       01  ws-stock-delta                    pic s9(9) comp.
       01  ws-order-date                     pic x(10).
       01  ws-new-tax                        pic s9(8)v99 comp-3.
       01  ws-new-freight                    pic s9(6)v99 comp-3.
       01  ws-load-weight                    pic s9(9)v99 comp-3.
       01  ws-drop-po-ind                    pic s9(4) comp.
       01  ws-bk-ind                         pic s9(4) comp.
           EXEC SQL END DECLARE SECTION END-EXEC

      *> the business event this transaction publishes to
      *> the outbound feed as it commits
       01  ws-evnt-ca.
           copy cpyevnt.

       copy tpctdata.
       copy cpyaudt.

           EXEC SQL WHENEVER NOT FOUND go to order-not-found
               END-EXEC
           EXEC SQL
               SELECT o_c_id, o_ol_cnt, COALESCE(o_tax_cert, ' '),
                   COALESCE(o_pickup, ' '),
                   COALESCE(o_promo_code, ' ')
               INTO :o-c-id, :o-ol-cnt, :o-tax-cert, :o-pickup,
                   :o-promo-code
               FROM orders
               WHERE o_w_id = :o-w-id AND o_d_id = :o-d-id
                   AND o_id = :o-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

      *> an order taken under a promotion keeps its terms
      *> through an amendment, whatever the promotion's dates or
      *> budget say now; one since removed from the master no
      *> longer prices anything
           if o-promo-code not = spaces
               move o-promo-code to pm-code
               EXEC SQL WHENEVER NOT FOUND continue END-EXEC
               EXEC SQL
                   SELECT pm_type, pm_i_id, pm_pct_off
                   INTO :pm-type, :pm-i-id, :pm-pct-off
                   FROM promo
                   WHERE pm_code = :pm-code
               END-EXEC
               if sqlcode = 100
                   move spaces to o-promo-code
               end-if
               EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           end-if

      *> the rate and discount the re-extension uses,
      *> resolved the same way New Order resolves them
           move o-c-id to c-id
      *> the lines now say
           perform refresh-order-charges

           perform publish-event

           EXEC CICS SYNCPOINT END-EXEC

           move 0 to result-code
           END-EXEC

           perform resolve-line-price
           if ws-bk-ind >= 0
               perform redraw-blanket
           end-if
           compute ws-new-amount rounded =
               newqty * ws-unit-price
               * (1 + ws-eff-tax) * (1 - c-discount)
           move newqty to am-new-qty
           perform log-amendment
           move "Line quantity changed" to msg
           if ws-bk-ind >= 0 and bk-drawn > bk-qty
               move "Line quantity changed - blanket overrun" to msg
           end-if
           .

      *> a blanket release keeps the agreement's price
      *> whatever the quantity, and the agreement moves by the
      *> same delta the shelf did
       redraw-blanket.
           EXEC SQL
               UPDATE blanket
               SET bk_drawn = bk_drawn + :ws-stock-delta
               WHERE bk_id = :ol-bk-id
           END-EXEC
           EXEC SQL
               SELECT bk_price, bk_qty, bk_drawn
               INTO :bk-price, :bk-qty, :bk-drawn
               FROM blanket
               WHERE bk_id = :ol-bk-id
           END-EXEC
           move bk-price to ws-unit-price
           .

       remove-line.
                   AND s_i_id = :ol-i-id
           END-EXEC

      *> a blanket release gives its quantity back
           if ws-bk-ind >= 0
               EXEC SQL
                   UPDATE blanket
                   SET bk_drawn = bk_drawn - :ol-quantity
                   WHERE bk_id = :ol-bk-id
               END-EXEC
           end-if

           EXEC SQL
               DELETE FROM order_line
               WHERE ol_o_id = :o-id AND ol_d_id = :o-d-id
           if i-data(1:8) = "RETIRED "
               perform bad-item
           end-if
           perform refuse-if-kit

           if supware = 0
               move o-w-id to ol-supply-w-id
               END-EXEC
           EXEC SQL
               SELECT ol_i_id, ol_supply_w_id, ol_quantity,
                   ol_delivery_d, ol_drop_po, ol_bk_id
               INTO :ol-i-id, :ol-supply-w-id, :ol-quantity,
                   :ws-line-deld :ws-line-deld-ind,
                   :ol-drop-po :ws-drop-po-ind,
                   :ol-bk-id :ws-bk-ind
               FROM order_line
               WHERE ol_o_id = :o-id AND ol_d_id = :o-d-id
                   AND ol_w_id = :o-w-id
           if ws-line-deld-ind >= 0 and ws-line-deld not = spaces
               go to line-already-shipped
           end-if
      *> a drop-ship line is on the vendor's PO, not our
      *> shelf; it changes by cancelling and re-keying
           if ws-drop-po-ind >= 0
               perform drop-ship-not-amendable
           end-if
           perform refuse-if-kit

           move ol-quantity to am-old-qty
           .

      *> kits are exploded into component stock and
      *> backorders at entry; none of that is re-derived here
       refuse-if-kit.
           move ol-i-id to kc-kit-i-id
           EXEC SQL
               SELECT COUNT(*) INTO :ws-kit-comp-cnt
               FROM kitcomp
               WHERE kc_kit_i_id = :kc-kit-i-id
           END-EXEC
           if ws-kit-comp-cnt not = 0
               perform kit-not-amendable
           end-if
           .

      *> the same effective-rate resolution New Order
      *> makes: the TAXRATE row for the customer's state/zip in
      *> force today, falling back to the load-time w+d rates
               move tx-rate to ws-eff-tax
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
      *> an order New Order let go out tax-exempt stays
      *> exempt however its lines are changed
           if o-tax-cert not = spaces
               move 0 to ws-eff-tax
           end-if
           .

      *> the same pricing ladder New Order walks:
               end-if
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

      *> the order's percent-off promotion marks a
      *> qualifying line down from list where that beats the
      *> ladder, as it did at entry
           if o-promo-code not = spaces and pm-type = 'P'
               and (pm-i-id = 0 or pm-i-id = ol-i-id)
               compute ws-promo-price rounded =
                   i-price * (1 - pm-pct-off / 100)
               if ws-promo-price < ws-unit-price
                   move ws-promo-price to ws-unit-price
               end-if
           end-if
           .

      *> every line of an order extends at the one
      *> re-extended amounts is SUM(ol_amount) * r / (1 + r);
      *> freight re-rates the new total weight at the carrier-0
      *> zone rate, exactly as entry did (no rate row = no
      *> freight, never a guess). A will-call order still bills
      *> none - the customer carries it away - and nor does one
      *> taken under a free-freight promotion
       refresh-order-charges.
           EXEC SQL
               SELECT COALESCE(SUM(ol_amount), 0)
               WHERE ol_o_id = :o-id AND ol_d_id = :o-d-id
                   AND ol_w_id = :o-w-id AND i_id = ol_i_id
           END-EXEC
           if ws-load-weight not = 0 and o-pickup not = 'Y'
               and not (o-promo-code not = spaces and pm-type = 'F')
               move c-zip(1:1) to fr-zone
               move 0 to fr-car-id
               EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           move 7 to result-code
           perform audit-return.

       kit-not-amendable.
           move "Kit lines cannot be amended - cancel and re-key"
             to err

           move 9 to result-code
           perform audit-return.

       drop-ship-not-amendable.
           move "Drop-ship lines cannot be amended - cancel and re-key"
             to err

           move 10 to result-code
           perform audit-return.

      *> the amended order on the outbound feed, at its new
      *> value: the lines as they now stand plus the re-rated
      *> freight
       publish-event.
           initialize business-event-data
           move 'P' to evreqtype
           move 'AMEND' to evtype
           move o-w-id to evwid
           move o-d-id to evdid
           move c-id to evcid
           move o-id to evoid
           compute evamount = ws-lines-total + ws-new-freight
           move 'SQLAMND' to evsource
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
