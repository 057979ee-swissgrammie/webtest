      *> the customer's open exposure: balance owed plus
      *> the value of orders still sitting in NEW_ORDER
       01  ws-undelivered                    pic s9(10)v99 comp-3.
      *> the head office of the customer's chain (the
      *> customer itself when it is not a branch) and what the
      *> whole chain owes and has on order
       01  ws-chain-w-id                     pic s9(9) comp.
       01  ws-chain-d-id                     pic s9(9) comp.
       01  ws-chain-id                       pic s9(9) comp.
       01  ws-chain-balance                  pic s9(10)v99 comp-3.
       01  ws-chain-undelivered              pic s9(10)v99 comp-3.
           EXEC SQL END DECLARE SECTION END-EXEC

       01  ws-exposure                       pic s9(10)v99 comp-3.
       01  ws-chain-exposure                 pic s9(10)v99 comp-3.
       01  ws-exp-authorized                 pic x(1).

       01  ws-price-basis                    pic x(1).
      *> time ol_delivery_d insert
       01  ws-ol-null-d                      pic x(20).
       01  ws-ol-null-ind                    pic s9(4) comp.
      *> a drop-ship line's PO line for ol_drop_po; the
      *> indicator stays -1 (null) on a line from our stock
       01  ws-drop-po                        pic s9(9) comp.
       01  ws-drop-po-ind                    pic s9(4) comp.
       01  ws-drop-line-value                pic s9(9)v99 comp-3.
      *> a blanket release's agreement for ol_bk_id; the
      *> indicator stays -1 (null) on a line keyed without one
       01  ws-bk-ind                         pic s9(4) comp.
      *> the asked-for item behind a substitute line for
      *> ol_sub_for; -1 (null) on a line filled as ordered
       01  ws-sub-for-ind                    pic s9(4) comp.
           EXEC SQL END DECLARE SECTION END-EXEC
      *> a promotion in play on the order: the goods at
      *> the price they would have carried without it (for the
      *> minimum order test), what it has marked down so far,
      *> the goods' cost, and whether a qualifying item is on it
       01  ws-promo-active                   pic x(1).
       01  ws-promo-item-hit                 pic x(1).
       01  ws-promo-base                     pic s9(8)v99 comp-3.
       01  ws-promo-disc                     pic s9(8)v99 comp-3.
       01  ws-promo-cost                     pic s9(8)v99 comp-3.
       01  ws-promo-price                    pic s999v99 comp-3.
       01  ws-promo-line-off                 pic s999v99 comp-3.
       01  ws-goods-total                    pic s9(8)v99 comp-3.
       01  ws-drop-cnt                       pic s9(4) comp.
       01  ws-drop-addr-loaded               pic x(1).
       01  ws-ovr-validated                  pic x(1).
       01  ws-dup-ord-window                 pic s9(9) comp.
       01  ws-keyed-cnt                      pic s9(9) comp.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  ws-tax-state                      pic x(2).
       01  ws-tax-zip                        pic x(9).
       01  ws-tax-cert                       pic x(20).
      *> lot allocation: the line draws on the supplying
      *> warehouse's unexpired lots, earliest expiry first
       01  ws-lot-today                      pic x(10).
       01  ws-lot-need                       pic s9(9) comp.
       01  ws-lot-take                       pic s9(9) comp.
       01  ws-lot-i-id                       pic s9(9) comp.
      *> kit lines: what the line's kit quantity needs of
      *> one component, and how many whole kits the components
      *> on the shelf would make
       01  ws-kit-need                       pic s9(9) comp.
       01  ws-kit-makes                      pic s9(9) comp.
       01  ws-kit-comp-cnt                   pic s9(9) comp.
           EXEC SQL END DECLARE SECTION END-EXEC
       01  ws-line-kit                       pic x(1).
       01  ws-kit-promise                    pic x(10).
       01  ws-line-item                      pic S9(9) comp.
       01  ws-line-item-disp                 pic Z9.
       01  ws-ack-sx                         pic s9(9) comp.
      *> where the order ships, for the regulated item
      *> checks; the first line taken with a warning is named
      *> in the reply
       01  ws-ship-state                     pic x(2).
       01  ws-haz-warn-line                  pic 9(2).
      *> the first line released past its blanket
      *> commitment, named in the reply
       01  ws-bk-warn-line                   pic 9(2).



       01  ws-atpq-ca.
           copy cpyatpq.

      *> the acknowledgement document sent once the
      *> order is committed
       01  ws-oack-ca.
           copy cpyoack.

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

           move 0 to subforitem
           move 0 to ws-sub-for-item
           move 0 to heldorderid
           move spaces to taxcert

           if tpc-trace-reqd
               set trace-sqlnord to true
           end-if

      *> a real hold flag collections can set, checked
      *> before New Order does any other work for this customer.
      *> A cash-on-delivery order gets past it - the driver
      *> collects before the goods leave the truck - but a pickup
      *> is paid for at the counter, never COD
           if cod-order and pickup-order
               go to cod-not-for-pickup
           end-if
           if c-credit-hold = 'Y' and not cod-order
               go to invalidcredit
           end-if

      *> an expedited order's priority has to be a code
      *> the rate table prices; a consignment usage order is
      *> delivered already and has nothing to hurry
           if not standard-priority and conslocid = 0
               perform validate-priority
           end-if

      *> a promotion code has to be live today and still
      *> inside its budget and use cap; whether the order earns
      *> it is only known once its lines are priced. Consignment
      *> usage bills goods already taken, never on promotion
           move 'N' to ws-promo-active
           move 0 to promodisc
           if promocode not = spaces and conslocid = 0
               perform validate-promotion
           end-if

      *> c_credit_lim was never consulted at order time,
      *> so a fourth large order for an account that hasn't paid for
      *> the first three went straight through. Exposure is the
      *> balance owed plus everything ordered but not yet delivered;
      *> past the limit, only a supervisor can push the order in.
      *> consignment usage is stock the customer has already
      *> used: the location has to be theirs, and the credit
      *> screens cannot refuse what is already consumed
           if conslocid not = 0
               perform validate-consignment-location
           else
               perform check-credit-exposure
           end-if

      *> converting a saved quote: the quote must belong
      *> to this customer and still be inside its validity period,
      *> basket before a district order id gets burned on it
           move 'N' to dupdetected
           move 0 to suspectoid
           if not dup-order-override and conslocid = 0
               perform check-duplicate-order
                   thru check-duplicate-order-done
               if dup-order-suspected

      *> a keyed ship-to must be one of this customer's
      *> live SHIPTO addresses before the order is taken
           move c-state to ws-ship-state
           if shiptono not = 0
               perform validate-ship-to
           end-if
      *> place of the item id (itemid 0 + custpart keyed), so the
      *> list only ends where BOTH are empty - the SQLBTOR
      *> convention
           move 0 to ws-drop-cnt
           perform varying o-ol-cnt from 1 by 1 until o-ol-cnt = 31
                       or (supware(o-ol-cnt) = 0
                           or (itemid(o-ol-cnt) = 0
               if ol-supply-w-id not = w-id
                   move 0 to o-all-local
               end-if
               if drop-ship-line(o-ol-cnt)
                   add 1 to ws-drop-cnt
               end-if
           end-perform
           subtract 1 from o-ol-cnt
           move o-ol-cnt to oolcnt
           CountTheTime ctt5 = new
           CountTheTime("SQLNORD-InsertIntoNewOrder");
           END-EXEC
      *> a consignment usage order is delivered already:
      *> nothing for the sweep, the lines go in stamped. An
      *> order that is all drop-ship lines has nothing for the
      *> sweep either - the vendors deliver it
           if conslocid = 0 and ws-drop-cnt < o-ol-cnt
               EXEC SQL
                   INSERT INTO NEW_ORDER
                       (no_o_id, no_d_id, no_w_id)
                   VALUES
                       (:o-id, :d-id, :w-id)
               END-EXEC
      *> a pickup order keeps its NEW_ORDER row - cancel and
      *> amend still find it there - but goes on the will-call
      *> staging list, which the sweep steers clear of
               if pickup-order
                   perform stage-will-call
               end-if
           end-if
           if conslocid not = 0
               move datetime to ws-ol-null-d
               move 0 to ws-ol-null-ind
           end-if
           EXEC JAVA
           ctt5.close();
           END-EXEC
               call 'TPCTRACE' using tpc-trace-data-block
           end-if

           move 0 to ws-haz-warn-line
           move 0 to ws-bk-warn-line
           move 'N' to ws-drop-addr-loaded
           perform varying ws-line-item from 1 by 1
                   until ws-line-item > o-ol-cnt
               move supware(ws-line-item) to ol-supply-w-id
               move itemid(ws-line-item) to ol-i-id
               move qty(ws-line-item) to ol-quantity
               move 0 to droppo(ws-line-item)
               move 0 to ws-drop-po
               move -1 to ws-drop-po-ind
               move subforitemid(ws-line-item) to ol-sub-for
               if ol-sub-for = 0
                   move -1 to ws-sub-for-ind
               else
                   move 0 to ws-sub-for-ind
               end-if

               EXEC SQL WHENEVER NOT FOUND go to invaliditem END-EXEC

           CountTheTime("SQLNORD-SelectItem");
           END-EXEC
               EXEC SQL
                   SELECT i_price, i_name , i_data, i_case_qty,
                       i_cost
                   INTO :i-price, :i-name, :i-data, :i-case-qty,
                       :i-cost
                   FROM item
                   WHERE i_id = :ol-i-id
               END-EXEC
                   go to invaliditem
               end-if

      *> an active kit definition makes this a kit line:
      *> kit price, component stock
               move 'N' to ws-line-kit
               move ol-i-id to kd-i-id
               EXEC SQL WHENEVER NOT FOUND continue END-EXEC
               EXEC SQL
                   SELECT kd_price INTO :kd-price
                   FROM kitdef
                   WHERE kd_i_id = :kd-i-id AND kd_status = 'A'
               END-EXEC
               if sqlcode = 0
                   move 'Y' to ws-line-kit
               end-if
               EXEC SQL WHENEVER NOT FOUND go to invaliditem END-EXEC

      *> a cases line converts through the item's pack
      *> size before anything prices or allocates - the head-math
      *> that turned 12 eaches into 12 cases is what this ends
               end-if
               move ol-quantity to eaqty(ws-line-item)

      *> a release against a blanket agreement draws the
      *> commitment down and takes the agreement's price
               move space to bkwarn(ws-line-item)
               move 0 to bkleft(ws-line-item)
               move 0 to ol-bk-id
               move -1 to ws-bk-ind
               if blanketid(ws-line-item) not = 0
                   perform draw-blanket-release
               end-if

               perform resolve-line-price
                   thru resolve-line-price-done

               if ws-promo-active = 'Y'
                   perform track-line-promotion
               end-if

               move ws-unit-price to price(ws-line-item)
               move ws-price-basis to pricebasis(ws-line-item)
               move i-name to iname(ws-line-item)

      *> a regulated item the ship-to state will not take
      *> is refused before any stock moves; consignment usage
      *> is already at the customer's site
               move space to hazwarn(ws-line-item)
               if conslocid = 0
                   perform check-line-hazard
               end-if

               EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

      *        *> a kit sells as one line but its stock is its
      *        *> components: each is drawn down (and backordered
      *        *> when short) by what the kit quantity needs
      *        *> a drop-ship line takes no stock: the item's
      *        *> vendor ships it to the customer on a PO raised here
               move spaces to ol-lot-no
               if conslocid not = 0
                   perform consume-consignment-stock
               else
                   if drop-ship-line(ws-line-item)
                       perform raise-drop-ship-po
                   else
                       if ws-line-kit = 'Y'
                           perform explode-kit-line
                       else
                           perform consume-line-stock
                       end-if
                   end-if
               end-if

               compute ol-amount = ol-quantity * ws-unit-price
                   * (1 + ws-eff-tax) * (1 - c-discount)

               move ol-amount to amt(ws-line-item)
               add ol-amount to ntotal
               move ntotal to total

      *        *> itemized tax for this line, shown
      *        *> alongside the aggregate wtax/dtax rates
               compute ws-line-tax rounded =
                   ol-quantity * ws-unit-price
                   * ws-eff-tax * (1 - c-discount)
               move ws-line-tax to linetax(ws-line-item)
               add ws-line-tax to ws-tax-total

               move olno (ws-line-item) to ws-olno

      *        *> lot-tracked stock is drawn from the lots
      *        *> that expire soonest; the line records the first
      *        *> lot it took and OLLOT holds every lot it took
      *        *> (a kit's components took theirs as they exploded)
               if ws-line-kit not = 'Y' and conslocid = 0
                   and not drop-ship-line(ws-line-item)
                   move ol-i-id to ws-lot-i-id
                   move ol-quantity to ws-lot-need
                   perform allocate-line-lots
               end-if

               if tpc-trace-reqd
                   set trace-sqlnord to true
                   move x'09' to tpc-trace-call-seq
                   set trace-before-call to true
                   set trace-sql-insert to true
                   move 'Ol' to tpc-trace-info
                   move 4 to tpc-trace-data-length
                   call 'TPCTRACE' using tpc-trace-data-block
               end-if
                   EXEC JAVA
           CountTheTime ctt9 = new
           CountTheTime("SQLNORD-InsertIntoOrderLine");
           END-EXEC
      *> ol_delivery_d starts NULL: an undelivered line
      *> IS NULL everywhere that matters - the delivery sweep's
      *> shippable test, the amendment shipped-line refusal, the
      *> Returns not-yet-delivered check, and the manifest's
      *> run-date match. The benchmark's old entry-time stamp made
      *> every line look delivered the moment it was keyed.
               EXEC SQL
                   INSERT INTO order_line
                        (ol_o_id, ol_d_id, ol_w_id, ol_number,
                         ol_i_id, ol_supply_w_id, ol_delivery_d,
                         ol_quantity, ol_amount, ol_dist_info,
                         ol_lot_no, ol_drop_po, ol_bk_id,
                         ol_sub_for)
                   VALUES
                       (:o-id, :d-id, :w-id, :ws-olno,
                        :ol-i-id, :ol-supply-w-id,
                        :ws-ol-null-d :ws-ol-null-ind,
                        :ol-quantity, :ol-amount, :ol-dist-info,
                        :ol-lot-no, :ws-drop-po :ws-drop-po-ind,
                        :ol-bk-id :ws-bk-ind,
                        :ol-sub-for :ws-sub-for-ind)
               END-EXEC
           EXEC JAVA
           ctt9.close();
           END-EXEC
               if tpc-trace-reqd
                   set trace-sqlnord to true
                   move x'09' to tpc-trace-call-seq
                   set trace-after-call to true
                   move low-values to tpc-trace-data
                   move 0 to tpc-trace-data-length
                   call 'TPCTRACE' using tpc-trace-data-block
               end-if

           end-perform
      *    *> End Order Lines
           move ntotal to ws-goods-total

      *> the tax the order actually collected, and the
      *> jurisdiction it was collected for, persist with the
      *> order - the quarterly remittance no longer re-rates old
      *> orders and hopes the rates haven't moved
           perform store-order-tax

      *> freight joins the total alongside the tax: the
      *> order's shipping weight at the standard (carrier 0) rate
      *> for the customer's zip zone. A pickup order never goes
      *> on a truck and bills none
           if conslocid = 0 and not pickup-order
               perform compute-freight-charge
           else
               move 0 to freightamt
               move 0 to loadweight
           end-if

      *> a promotion the order has not earned refuses it;
      *> one it has is booked against the promotion's budget
           if ws-promo-active = 'Y'
               perform settle-promotion
           end-if

      *> the rush surcharge joins the total the same way
           move 0 to rushamt
           if not standard-priority and conslocid = 0
               perform add-rush-surcharge
           end-if

      *> now that the lines are priced, the order's own
      *> value counts against the limit too - a customer a dollar
      *> under it must not book an arbitrarily large order unchecked
           if conslocid = 0
               compute ws-exposure = ws-exposure + ntotal
               move ws-exposure to creditexposure
               if ws-exposure > c-credit-lim
                   and ws-exp-authorized not = 'Y'
                   perform authorize-exposure
               end-if
               if c-chain-lim > 0
                   compute ws-chain-exposure =
                       ws-chain-exposure + ntotal
                   move ws-chain-exposure to chainexposure
                   if ws-chain-exposure > c-chain-lim
                       and ws-exp-authorized not = 'Y'
                       perform authorize-exposure
                   end-if
               end-if
           else
      *> billed the moment it is taken, the way the delivery
      *> sweep bills a delivered order
               EXEC SQL
                   UPDATE customer
                   SET c_balance = c_balance + :ntotal,
                       c_delivery_cnt = c_delivery_cnt + 1
                   WHERE c_id = :c-id AND c_d_id = :d-id
                       AND c_w_id = :w-id
               END-EXEC
           end-if

           perform publish-event

           EXEC CICS SYNCPOINT END-EXEC

      *> a backordered line gets substitute suggestions
      *> in the response, so the clerk has something to offer while
      *> the customer is still on the phone
           if ws-sub-for-item not = 0
               perform fill-substitutes
           end-if

           perform send-acknowledgement

           perform note-if-period-closed

           move "Order accepted" to msg
           if ws-haz-warn-line not = 0
               move ws-haz-warn-line to ws-line-item-disp
               string
                   "Order accepted - regulated item warning on line "
                       delimited size
                   ws-line-item-disp delimited size
               into msg
           end-if
           if ws-bk-warn-line not = 0 and ws-haz-warn-line = 0
               move ws-bk-warn-line to ws-line-item-disp
               string
                   "Order accepted - blanket overrun on line "
                       delimited size
                   ws-line-item-disp delimited size
               into msg
           end-if

           move 0 to result-code
           perform audit-return.

      *> the line's own STOCK row: bin label, stock and
      *> brand flags for the screen, the draw-down, and the
      *> backorder when the shelf can't cover it
       consume-line-stock.
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           if tpc-trace-reqd
               set trace-sqlnord to true
               move x'07' to tpc-trace-call-seq
               set trace-before-call to true
               set trace-sql-select to true
               move 'St' to tpc-trace-info
               move 4 to tpc-trace-data-length
               call 'TPCTRACE' using tpc-trace-data-block
           end-if
           EXEC JAVA
           CountTheTime ctt7 = new
           CountTheTime("SQLNORD-SelectFromStock");
           END-EXEC
           EXEC SQL
               SELECT s_quantity, s_data,
                   s_dist_01, s_dist_02, s_dist_03, s_dist_04,
                   s_dist_05, s_dist_06, s_dist_07, s_dist_08,
                   s_dist_09, s_dist_10
              INTO :s-quantity, :s-data,
                   :s-dist-01, :s-dist-02, :s-dist-03, :s-dist-04,
                   :s-dist-05, :s-dist-06, :s-dist-07, :s-dist-08,
                   :s-dist-09, :s-dist-10
              FROM stock
              WHERE s_i_id = :ol-i-id AND s_w_id = :ol-supply-w-id
           END-EXEC
           EXEC JAVA
           ctt7.close();
           END-EXEC
           if tpc-trace-reqd
               set trace-sqlnord to true
               move x'07' to tpc-trace-call-seq
               set trace-after-call to true
               move low-values to tpc-trace-data
               move 0 to tpc-trace-data-length
               call 'TPCTRACE' using tpc-trace-data-block
           end-if

      *        *> pick correct s_dist_xx
           evaluate d-id
           when 1
               move s-dist-01 to ol-dist-info
           when 2
               move s-dist-02 to ol-dist-info
           when 3
               move s-dist-03 to ol-dist-info
           when 4
               move s-dist-04 to ol-dist-info
           when 5
               move s-dist-05 to ol-dist-info
           when 6
               move s-dist-06 to ol-dist-info
           when 7
               move s-dist-07 to ol-dist-info
           when 8
               move s-dist-08 to ol-dist-info
           when 9
               move s-dist-09 to ol-dist-info
           when 10
               move s-dist-10 to ol-dist-info
           end-evaluate

           move s-quantity to stock(ws-line-item)

           move 0 to i
           inspect i-data tallying i for all "original"
           inspect s-data tallying i for all "original"
           if i > 0
               move 'B' to bg(ws-line-item)
           else
               move 'G' to bg(ws-line-item)
           end-if

      *        *> the stock replenishment branch below
      *        *> is the spec-mandated wraparound (TPC-C 2.4.2.2); flag
      *        *> the line as a backorder instead of leaving it silent.
           if s-quantity > ol-quantity
               compute s-quantity = s-quantity - ol-quantity
               move 'N' to backorder(ws-line-item)
           else
               compute s-quantity = s-quantity - ol-quantity + 91;
               move 'Y' to backorder(ws-line-item)
      *> remember the first backordered item so the
      *> response can carry substitutes for it
               if ws-sub-for-item = 0
                   move ol-i-id to ws-sub-for-item
               end-if
      *> the flag used to die with the screen; keep a
      *> durable BACKORDER row the SQLBKOR batch works off, so the
      *> district can finally answer "where is my backordered item"
               move w-id to bo-w-id
               move d-id to bo-d-id
               move o-id to bo-o-id
               move olno (ws-line-item) to bo-ol-number
               move ol-i-id to bo-i-id
               move ol-supply-w-id to bo-supply-w-id
               move ol-quantity to bo-qty
               move 'O' to bo-status
               move datetime to bo-entry-d

      *> the date the system can actually promise,
      *> from stock, inbound supply, and the queue ahead - shown
      *> to the clerk on the line and remembered with the
      *> backorder so the promise is tracked against the fill
               perform compute-line-atp
               EXEC SQL
                   INSERT INTO backorder
                       (bo_w_id, bo_d_id, bo_o_id, bo_ol_number,
                        bo_i_id, bo_supply_w_id, bo_qty,
                        bo_status, bo_entry_d,
                        bo_promise_d)
                   VALUES
                       (:bo-w-id, :bo-d-id, :bo-o-id,
                        :bo-ol-number, :bo-i-id, :bo-supply-w-id,
                        :bo-qty, :bo-status, :bo-entry-d,
                        :ws-atp-promise)
               END-EXEC
           end-if

           if tpc-trace-reqd
               set trace-sqlnord to true
               move x'08' to tpc-trace-call-seq
               set trace-before-call to true
               set trace-sql-update to true
               move 'St' to tpc-trace-info
               move 4 to tpc-trace-data-length
               call 'TPCTRACE' using tpc-trace-data-block
           end-if
               EXEC JAVA
           CountTheTime ctt8 = new
           CountTheTime("SQLNORD-UpdateStock");
           END-EXEC
           EXEC SQL
               UPDATE stock
               SET s_quantity = :s-quantity
               WHERE s_i_id = :ol-i-id AND s_w_id = :ol-supply-w-id
           END-EXEC
          EXEC JAVA
          ctt8.close();
          END-EXEC
           if tpc-trace-reqd
               set trace-sqlnord to true
               move x'08' to tpc-trace-call-seq
               set trace-after-call to true
               move low-values to tpc-trace-data
               move 0 to tpc-trace-data-length
               call 'TPCTRACE' using tpc-trace-data-block
           end-if
           .

      *> a kit line: every component is drawn down at the
      *> supplying warehouse by kit quantity times its count in
      *> the kit, backordered on its own when the shelf is short,
      *> and takes its own lots. The line shows how many whole
      *> kits the shelf held and the latest component promise.
       explode-kit-line.
           move 'KIT' to ol-dist-info
           move 'G' to bg(ws-line-item)
           move 'N' to backorder(ws-line-item)
           move spaces to ws-kit-promise
           move 999 to ws-kit-makes
           move 0 to ws-kit-comp-cnt
           move olno (ws-line-item) to ws-olno
           move ol-i-id to kc-kit-i-id
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DECLARE c_kitcmp CURSOR FOR
                   SELECT kc_comp_i_id, kc_qty
                   FROM kitcomp
                   WHERE kc_kit_i_id = :kc-kit-i-id
                   ORDER BY kc_comp_i_id
           END-EXEC
           EXEC SQL OPEN c_kitcmp END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_kitcmp INTO :kc-comp-i-id, :kc-qty
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               add 1 to ws-kit-comp-cnt
               compute ws-kit-need = ol-quantity * kc-qty
               EXEC SQL
                   SELECT s_quantity INTO :s-quantity
                   FROM stock
                   WHERE s_i_id = :kc-comp-i-id
                       AND s_w_id = :ol-supply-w-id
               END-EXEC
               if sqlcode = 100
                   EXEC SQL CLOSE c_kitcmp END-EXEC
                   go to invaliditem
               end-if
               if kc-qty > 0 and s-quantity / kc-qty < ws-kit-makes
                   compute ws-kit-makes = s-quantity / kc-qty
               end-if
               if s-quantity > ws-kit-need
                   compute s-quantity = s-quantity - ws-kit-need
               else
                   compute s-quantity =
                       s-quantity - ws-kit-need + 91
                   move 'Y' to backorder(ws-line-item)
                   if ws-sub-for-item = 0
                       move kc-comp-i-id to ws-sub-for-item
                   end-if
                   move w-id to bo-w-id
                   move d-id to bo-d-id
                   move o-id to bo-o-id
                   move olno (ws-line-item) to bo-ol-number
                   move kc-comp-i-id to bo-i-id
                   move ol-supply-w-id to bo-supply-w-id
                   move ws-kit-need to bo-qty
                   move 'O' to bo-status
                   move datetime to bo-entry-d
                   perform compute-line-atp
                   if ws-atp-promise > ws-kit-promise
                       move ws-atp-promise to ws-kit-promise
                   end-if
                   EXEC SQL
                       INSERT INTO backorder
                           (bo_w_id, bo_d_id, bo_o_id, bo_ol_number,
                            :ws-atp-promise)
                   END-EXEC
               end-if
               EXEC SQL
                   UPDATE stock
                   SET s_quantity = :s-quantity
                   WHERE s_i_id = :kc-comp-i-id
                       AND s_w_id = :ol-supply-w-id
               END-EXEC
               move kc-comp-i-id to ws-lot-i-id
               move ws-kit-need to ws-lot-need
               perform allocate-line-lots
           end-perform
           EXEC SQL CLOSE c_kitcmp END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

      *> a kit with no components defined can't be sold
           if ws-kit-comp-cnt = 0
               go to invaliditem
           end-if
           move ws-kit-makes to stock(ws-line-item)
           if backorder(ws-line-item) = 'Y'
               move ws-kit-promise to atpdate(ws-line-item)
           end-if
           .

      *> walk the supplying warehouse's unexpired lots of the
      *> item (ws-lot-i-id), soonest expiry first, taking from
      *> each until ws-lot-need is covered. An item received
      *> without lots has none and the line carries a blank lot;
      *> whatever the lots can't cover ships from untracked stock
      *> as it always has.
       allocate-line-lots.
           move datetime(1:10) to ws-lot-today
           move ol-supply-w-id to lt-w-id
           move ws-lot-i-id to lt-i-id
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DECLARE c_ntlot CURSOR FOR
                   SELECT lt_lot_no, lt_expiry_d, lt_qty
                   FROM stocklot
                   WHERE lt_w_id = :lt-w-id AND lt_i_id = :lt-i-id
                       AND lt_qty > 0
                       AND lt_expiry_d >= :ws-lot-today
                   ORDER BY lt_expiry_d, lt_lot_no
           END-EXEC
           EXEC SQL OPEN c_ntlot END-EXEC
           perform until ws-lot-need = 0
               EXEC SQL
                   FETCH c_ntlot INTO :lt-lot-no, :lt-expiry-d,
                       :lt-qty
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               if lt-qty < ws-lot-need
                   move lt-qty to ws-lot-take
               else
                   move ws-lot-need to ws-lot-take
               end-if
               EXEC SQL
                   UPDATE stocklot
                   SET lt_qty = lt_qty - :ws-lot-take
                   WHERE lt_w_id = :lt-w-id AND lt_i_id = :lt-i-id
                       AND lt_lot_no = :lt-lot-no
               END-EXEC
               move w-id to lc-w-id
               move d-id to lc-d-id
               move o-id to lc-o-id
               move ws-olno to lc-ol-number
               move ws-lot-i-id to lc-i-id
               move lt-lot-no to lc-lot-no
               move lt-expiry-d to lc-expiry-d
               move ws-lot-take to lc-qty
               EXEC SQL
                   INSERT INTO ollot
                       (lc_w_id, lc_d_id, lc_o_id, lc_ol_number,
                           lc_i_id, lc_lot_no, lc_expiry_d, lc_qty)
                       VALUES (:lc-w-id, :lc-d-id, :lc-o-id,
                           :lc-ol-number, :lc-i-id, :lc-lot-no,
                           :lc-expiry-d, :lc-qty)
               END-EXEC
               if ol-lot-no = spaces
                   move lt-lot-no to ol-lot-no
               end-if
               subtract ws-lot-take from ws-lot-need
           end-perform
           EXEC SQL CLOSE c_ntlot END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

      *> the location must be active and this customer's
       validate-consignment-location.
           move conslocid to cs-id
           EXEC SQL WHENEVER NOT FOUND go to consignment-not-valid
               END-EXEC
           EXEC SQL
               SELECT cs_status INTO :cs-status
               FROM consloc
               WHERE cs_id = :cs-id AND cs_c_w_id = :w-id
                   AND cs_c_d_id = :d-id AND cs_c_id = :c-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           if cs-status not = 'A'
               go to consignment-not-valid
           end-if
           .

       consignment-not-valid.
           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           move "Consignment location is not one of this customer's"
               to msg

           move 8 to result-code
           perform audit-return.

      *> a usage line comes out of what the location holds;
      *> using more than was ever put there refuses the order
       consume-consignment-stock.
      *> re-arm the error handler: the refusal paragraph
      *> ahead of this one in source order leaves WHENEVER SQLERROR
      *> CONTINUE in force
           EXEC SQL WHENEVER SQLERROR go to sqlerr END-EXEC
           move cs-id to cq-cs-id
           move ol-i-id to cq-i-id
           EXEC SQL WHENEVER NOT FOUND go to consignment-short
               END-EXEC
           EXEC SQL
               SELECT cq_qty INTO :cq-qty
               FROM consstk
               WHERE cq_cs_id = :cq-cs-id AND cq_i_id = :cq-i-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           if cq-qty < ol-quantity
               go to consignment-short
           end-if
           compute cq-qty = cq-qty - ol-quantity
           EXEC SQL
               UPDATE consstk
               SET cq_qty = :cq-qty
               WHERE cq_cs_id = :cq-cs-id AND cq_i_id = :cq-i-id
           END-EXEC
           move spaces to ol-dist-info
           string
               "CONSIGNMENT " delimited size
               conslocid delimited size
           into ol-dist-info
           move cq-qty to stock(ws-line-item)
           move 'G' to bg(ws-line-item)
           move 'N' to backorder(ws-line-item)
           .

       consignment-short.
           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           move ws-line-item to invaliditemline
           move ws-line-item to ws-line-item-disp
           string
               "Usage exceeds consignment stock on line "
                   delimited size
               ws-line-item-disp delimited size
           into msg

           move 9 to result-code
           perform audit-return.

      *> the agreement has to be this customer's, for
      *> this item, active and in force today; the release is
      *> taken even past the commitment, flagged for the clerk
       draw-blanket-release.
      *> re-arm the error handler: the refusal paragraph
      *> ahead of this one in source order leaves WHENEVER SQLERROR
      *> CONTINUE in force
           EXEC SQL WHENEVER SQLERROR go to sqlerr END-EXEC
           move blanketid(ws-line-item) to bk-id
           EXEC SQL WHENEVER NOT FOUND go to blanket-not-valid
               END-EXEC
           EXEC SQL
               SELECT bk_w_id, bk_d_id, bk_c_id, bk_i_id, bk_qty,
                   bk_drawn, bk_price, bk_start_d, bk_end_d,
                   bk_status
               INTO :bk-w-id, :bk-d-id, :bk-c-id, :bk-i-id,
                   :bk-qty, :bk-drawn, :bk-price, :bk-start-d,
                   :bk-end-d, :bk-status
               FROM blanket
               WHERE bk_id = :bk-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           if bk-w-id not = w-id or bk-d-id not = d-id
               or bk-c-id not = c-id or bk-i-id not = ol-i-id
               or bk-status not = 'A'
               or bk-start-d > datetime(1:10)
               or bk-end-d < datetime(1:10)
               go to blanket-not-valid
           end-if

           add ol-quantity to bk-drawn
           EXEC SQL
               UPDATE blanket
               SET bk_drawn = :bk-drawn
               WHERE bk_id = :bk-id
           END-EXEC
           if bk-drawn > bk-qty
               move 'O' to bkwarn(ws-line-item)
               move 0 to bkleft(ws-line-item)
               if ws-bk-warn-line = 0
                   move ws-line-item to ws-bk-warn-line
               end-if
           else
               compute bkleft(ws-line-item) = bk-qty - bk-drawn
           end-if
           move bk-id to ol-bk-id
           move 0 to ws-bk-ind
           .

       blanket-not-valid.
           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           move ws-line-item to invaliditemline
           move ws-line-item to ws-line-item-disp
           string
               "Blanket agreement not valid for line "
                   delimited size
               ws-line-item-disp delimited size
           into msg

           move 12 to result-code
           perform audit-return.

      *> the line goes on a PO to the item's vendor: one
      *> header per vendor per order, addressed to where the order
      *> ships, approved as it is cut - the customer's order is
      *> the authority to buy. The line's bin label names the PO.
       raise-drop-ship-po.
      *> re-arm the error handler: the refusal paragraph
      *> ahead of this one in source order leaves WHENEVER SQLERROR
      *> CONTINUE in force
           EXEC SQL WHENEVER SQLERROR go to sqlerr END-EXEC
           move ol-i-id to iv-i-id
           EXEC SQL WHENEVER NOT FOUND go to no-drop-ship-vendor
               END-EXEC
           EXEC SQL
               SELECT iv_vn_id INTO :iv-vn-id
               FROM itemvend
               WHERE iv_i_id = :iv-i-id
           END-EXEC
           move iv-vn-id to vn-id
           EXEC SQL
               SELECT vn_status INTO :vn-status
               FROM vendor
               WHERE vn_id = :vn-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           if vn-status not = 'A'
               go to no-drop-ship-vendor
           end-if
           if ws-drop-addr-loaded not = 'Y'
               perform load-drop-ship-address
           end-if

           move w-id to po-ds-w-id
           move d-id to po-ds-d-id
           move o-id to po-ds-o-id
           move vn-id to po-vn-id
           EXEC SQL
               SELECT COALESCE(MAX(po_poh_id), 0) INTO :poh-id
               FROM purchase_order
               WHERE po_ds_w_id = :po-ds-w-id
                   AND po_ds_d_id = :po-ds-d-id
                   AND po_ds_o_id = :po-ds-o-id
                   AND po_vn_id = :po-vn-id
           END-EXEC
           if poh-id = 0
               perform open-drop-ship-header
           end-if

           EXEC SQL
               SELECT i_cost INTO :i-cost
               FROM item
               WHERE i_id = :ol-i-id
           END-EXEC
           perform next-po-id
           move w-id to po-w-id
           move ol-i-id to po-i-id
           move ol-quantity to po-qty
           move 'O' to po-status
           move datetime to po-entry-d
           move poh-id to po-poh-id
           move i-cost to po-unit-cost
           move olno(ws-line-item) to po-ds-ol-number
           EXEC SQL
               INSERT INTO purchase_order
                   (po_id, po_w_id, po_i_id, po_qty, po_status,
                       po_entry_d, po_vn_id, po_poh_id,
                       po_unit_cost, po_ds_w_id, po_ds_d_id,
                       po_ds_o_id, po_ds_ol_number)
                   VALUES (:po-id, :po-w-id, :po-i-id, :po-qty,
                       :po-status, :po-entry-d, :po-vn-id,
                       :po-poh-id, :po-unit-cost, :po-ds-w-id,
                       :po-ds-d-id, :po-ds-o-id, :po-ds-ol-number)
           END-EXEC
           compute ws-drop-line-value = po-qty * po-unit-cost
           EXEC SQL
               UPDATE poheader
               SET poh_line_cnt = poh_line_cnt + 1,
                   poh_value = poh_value + :ws-drop-line-value
               WHERE poh_id = :poh-id
           END-EXEC

           move po-id to droppo(ws-line-item)
           move po-id to ws-drop-po
           move 0 to ws-drop-po-ind
           move spaces to ol-dist-info
           string
               "DROPSHIP PO " delimited size
               droppo(ws-line-item) delimited size
           into ol-dist-info
           move 0 to stock(ws-line-item)
           move 'G' to bg(ws-line-item)
           move 'N' to backorder(ws-line-item)
           .

       open-drop-ship-header.
           perform next-poh-id
           move w-id to poh-w-id
           move vn-id to poh-vn-id
           move 'O' to poh-status
           move 0 to poh-line-cnt
           move 0 to poh-value
           move datetime to poh-entry-d
           EXEC SQL
               INSERT INTO poheader
                   (poh_id, poh_w_id, poh_vn_id, poh_status,
                       poh_line_cnt, poh_entry_d, poh_value,
                       poh_ship_name, poh_ship_street_1,
                       poh_ship_street_2, poh_ship_city,
                       poh_ship_state, poh_ship_zip)
                   VALUES (:poh-id, :poh-w-id, :poh-vn-id,
                       :poh-status, :poh-line-cnt, :poh-entry-d,
                       :poh-value, :poh-ship-name,
                       :poh-ship-street-1, :poh-ship-street-2,
                       :poh-ship-city, :poh-ship-state,
                       :poh-ship-zip)
           END-EXEC
           .

      *> where the vendor is to deliver: the keyed SHIPTO
      *> site (already validated as live), else the customer
      *> master address
       load-drop-ship-address.
           if shiptono not = 0
               EXEC SQL
                   SELECT sh_name, sh_street_1, sh_street_2,
                       sh_city, sh_state, sh_zip
                   INTO :poh-ship-name, :poh-ship-street-1,
                       :poh-ship-street-2, :poh-ship-city,
                       :poh-ship-state, :poh-ship-zip
                   FROM shipto
                   WHERE sh_w_id = :sh-w-id AND sh_d_id = :sh-d-id
                       AND sh_c_id = :sh-c-id AND sh_no = :sh-no
               END-EXEC
           else
               EXEC SQL
                   SELECT c_first, c_last, c_street_1, c_street_2,
                       c_city, c_state, c_zip
                   INTO :c-first, :c-last, :poh-ship-street-1,
                       :poh-ship-street-2, :poh-ship-city,
                       :poh-ship-state, :poh-ship-zip
                   FROM customer
                   WHERE c_w_id = :w-id AND c_d_id = :d-id
                       AND c_id = :c-id
               END-EXEC
               move spaces to poh-ship-name
               string
                   c-first delimited space
                   " " delimited size
                   c-last delimited space
               into poh-ship-name
           end-if
           move 'Y' to ws-drop-addr-loaded
           .

      *> hand out poh-id and po-id off the same atomic
      *> counter rows the replenishment sweep uses (see SQLREPL)
       next-poh-id.
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT next_poh_id
               INTO :poh-id
               FROM poheader_seq
           END-EXEC
           if sqlcode = 100
               move 1 to poh-id
               EXEC SQL
                   INSERT INTO poheader_seq (seq_id, next_poh_id)
                   VALUES (1, 1)
               END-EXEC
           else
               EXEC SQL
                   UPDATE poheader_seq
                   SET next_poh_id = next_poh_id + 1
               END-EXEC
               EXEC SQL
                   SELECT next_poh_id
                   INTO :poh-id
                   FROM poheader_seq
               END-EXEC
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

       next-po-id.
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT next_po_id
               INTO :po-id
               FROM purchase_order_seq
           END-EXEC
           if sqlcode = 100
               move 1 to po-id
               EXEC SQL
                   INSERT INTO purchase_order_seq (seq_id, next_po_id)
                   VALUES (1, 1)
               END-EXEC
           else
               EXEC SQL
                   UPDATE purchase_order_seq
                   SET next_po_id = next_po_id + 1
               END-EXEC
               EXEC SQL
                   SELECT next_po_id
                   INTO :po-id
                   FROM purchase_order_seq
               END-EXEC
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

       no-drop-ship-vendor.
           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           move ws-line-item to invaliditemline
           move ws-line-item to ws-line-item-disp
           string
               "No active vendor to drop-ship line " delimited size
               ws-line-item-disp delimited size
           into msg

           move 11 to result-code
           perform audit-return.

       validate-ship-to.
      *> re-arm the error handler: the refusal paragraph
      *> ahead of this one in source order leaves WHENEVER SQLERROR
      *> CONTINUE in force
           EXEC SQL WHENEVER SQLERROR go to sqlerr END-EXEC
           move w-id to sh-w-id
           move d-id to sh-d-id
           move c-id to sh-c-id
           EXEC SQL WHENEVER NOT FOUND go to ship-to-not-found
               END-EXEC
           EXEC SQL
               SELECT sh_status, sh_state INTO :sh-status, :sh-state
               FROM shipto
               WHERE sh_w_id = :sh-w-id AND sh_d_id = :sh-d-id
                   AND sh_c_id = :sh-c-id AND sh_no = :sh-no
           if sh-status not = 'A'
               go to ship-to-not-found
           end-if
           move sh-state to ws-ship-state
           .

      *> the item's state restriction for where the order
      *> ships; R outranks W when both are on file
       check-line-hazard.
      *> re-arm the error handler: the refusal paragraph
      *> ahead of this one in source order leaves WHENEVER SQLERROR
      *> CONTINUE in force
           EXEC SQL WHENEVER SQLERROR go to sqlerr END-EXEC
           move ol-i-id to hr-i-id
           move ws-ship-state to hr-state
           EXEC SQL
               SELECT COALESCE(MAX(hr_action), ' ') INTO :hr-action
               FROM hazrest
               WHERE hr_i_id = :hr-i-id AND hr_state = :hr-state
                   AND hr_car_id = 0
           END-EXEC
           if hr-action = 'R'
               go to hazard-restricted
           end-if
           if hr-action = 'W'
               move 'W' to hazwarn(ws-line-item)
               if ws-haz-warn-line = 0
                   move ws-line-item to ws-haz-warn-line
               end-if
           end-if
           .

       hazard-restricted.
           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           move ws-line-item to invaliditemline
           move ws-line-item to ws-line-item-disp
           string
               "Item cannot ship to " delimited size
               ws-ship-state delimited size
               " - restricted, line " delimited size
               ws-line-item-disp delimited size
           into msg

           move 10 to result-code
           perform audit-return.

       ship-to-not-found.
           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
      *> also where the backorder sweep will fill it
       compute-line-atp.
           initialize atp-query-data
           move bo-supply-w-id to atpwid
           move bo-i-id to atpitemid
           move bo-qty to atpqty
           exec cics link
               program('SQLATPQ')
               commarea(atp-query-data)
           move ws-atp-promise to atpdate(ws-line-item)
           .

      *> the customer's acknowledgement of the committed
      *> order: SQLOACK reads the order back and prints or files
      *> it per c_ack_deliv; what only this transaction knows -
      *> each line's price basis, backorder and promise date, and
      *> the substitutes offered - is handed over by ol_number. The
      *> order stands whatever ackresult says; SQLOACK audits its
      *> own failures.
       send-acknowledgement.
           initialize order-ack-data
           move w-id to ackwid
           move d-id to ackdid
           move o-id to ackoid
           perform varying ws-line-item from 1 by 1
                   until ws-line-item > o-ol-cnt
               if olno (ws-line-item) > 0
                   and olno (ws-line-item) <= 30
                   move pricebasis (ws-line-item)
                       to ackbasis (olno (ws-line-item))
                   move backorder (ws-line-item)
                       to ackbackorder (olno (ws-line-item))
                   move atpdate (ws-line-item)
                       to ackatp (olno (ws-line-item))
               end-if
           end-perform
           if ws-sub-for-item not = 0
               move subforitem to acksubfor
               move subcnt to acksubcnt
               perform varying ws-ack-sx from 1 by 1
                       until ws-ack-sx > subcnt
                   move subitemid (ws-ack-sx) to acksubid (ws-ack-sx)
                   move subname (ws-ack-sx) to acksubname (ws-ack-sx)
                   move subprice (ws-ack-sx)
                       to acksubprice (ws-ack-sx)
                   move substock (ws-ack-sx)
                       to acksubstock (ws-ack-sx)
               end-perform
           end-if
           exec cics link
               program('SQLOACK')
               commarea(order-ack-data)
           end-exec
           .

       store-order-tax.
           move shiptono to ws-ship-to
           if pickup-order and conslocid = 0
               move 'Y' to o-pickup
           else
               move space to o-pickup
           end-if
           if cod-order
               move 'C' to o-pay-method
           else
               move space to o-pay-method
           end-if
           if conslocid = 0
               move rushcode to o-priority
           else
               move space to o-priority
           end-if
           move custpo to o-cust-po
           EXEC SQL
               UPDATE orders
               SET o_tax_amt = :ws-tax-total,
                   o_tax_state = :ws-tax-state,
                   o_tax_zip = :ws-tax-zip,
                   o_tax_cert = :ws-tax-cert,
                   o_ship_to = :ws-ship-to,
                   o_pickup = :o-pickup,
                   o_pay_method = :o-pay-method,
                   o_priority = :o-priority,
                   o_cust_po = :o-cust-po
               WHERE o_w_id = :w-id AND o_d_id = :d-id
                   AND o_id = :o-id
           END-EXEC
           .

       validate-promotion.
           move promocode to pm-code
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT pm_i_id, pm_min_order, pm_type, pm_pct_off,
                   pm_start_d, pm_end_d, pm_budget, pm_max_uses,
                   pm_uses, pm_spent
               INTO :pm-i-id, :pm-min-order, :pm-type, :pm-pct-off,
                   :pm-start-d, :pm-end-d, :pm-budget, :pm-max-uses,
                   :pm-uses, :pm-spent
               FROM promo
               WHERE pm_code = :pm-code
           END-EXEC
           if sqlcode = 100
               go to promotion-not-valid
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           if datetime(1:10) < pm-start-d
               or datetime(1:10) > pm-end-d
               go to promotion-not-valid
           end-if
           if pm-budget > 0 and pm-spent >= pm-budget
               go to promotion-not-valid
           end-if
           if pm-max-uses > 0 and pm-uses >= pm-max-uses
               go to promotion-not-valid
           end-if
           move 'Y' to ws-promo-active
           move 'N' to ws-promo-item-hit
           move 0 to ws-promo-base
           move 0 to ws-promo-disc
           move 0 to ws-promo-cost
           .

       apply-line-promotion.
           if pm-i-id = 0 or pm-i-id = ol-i-id
               if ws-line-kit = 'Y'
                   compute ws-promo-price rounded =
                       kd-price * (1 - pm-pct-off / 100)
               else
                   compute ws-promo-price rounded =
                       i-price * (1 - pm-pct-off / 100)
               end-if
               if ws-promo-price < ws-unit-price
                   compute ws-promo-line-off =
                       ws-unit-price - ws-promo-price
                   move ws-promo-price to ws-unit-price
                   move 'P' to ws-price-basis
               end-if
           end-if
           .

      *> the line at the price it would have carried,
      *> for the minimum order test, the markdown it got (net of
      *> the customer's own discount) and what the goods cost us
       track-line-promotion.
           if pm-i-id = 0 or pm-i-id = ol-i-id
               move 'Y' to ws-promo-item-hit
           end-if
           compute ws-promo-base = ws-promo-base
               + ol-quantity * (ws-unit-price + ws-promo-line-off)
           compute ws-promo-disc rounded = ws-promo-disc
               + ol-quantity * ws-promo-line-off * (1 - c-discount)
           compute ws-promo-cost = ws-promo-cost
               + ol-quantity * i-cost
           .

      *> an order that does not qualify is refused so the
      *> clerk can take the code off; one that does waives its
      *> freight on a free-freight promotion, and the use is
      *> booked against the promotion with the order's revenue,
      *> cost and discount for the effectiveness report. The
      *> order that crosses the budget is still honored - the
      *> customer was promised it - and closes the promotion.
       settle-promotion.
           if ws-promo-item-hit not = 'Y'
               go to promotion-not-earned
           end-if
           if pm-min-order > 0 and ws-promo-base < pm-min-order
               go to promotion-not-earned
           end-if

           move 0 to pu-frt-waived
           if pm-type = 'F'
               move freightamt to pu-frt-waived
               if pu-frt-waived not = 0
                   subtract pu-frt-waived from ntotal
                   move ntotal to total
                   move 0 to freightamt
                   add pu-frt-waived to ws-promo-disc
                   EXEC SQL
                       UPDATE orders
                       SET o_freight = 0
                       WHERE o_w_id = :w-id AND o_d_id = :d-id
                           AND o_id = :o-id
                   END-EXEC
               end-if
           end-if
           move ws-promo-disc to promodisc

           move pm-code to pu-code
           move w-id to pu-w-id
           move d-id to pu-d-id
           move o-id to pu-o-id
           move c-id to pu-c-id
           move ws-goods-total to pu-revenue
           move ws-promo-cost to pu-cost
           move ws-promo-disc to pu-discount
           move datetime to pu-entry-d
           EXEC SQL
               INSERT INTO promouse
                   (pu_code, pu_w_id, pu_d_id, pu_o_id, pu_c_id,
                       pu_revenue, pu_cost, pu_discount,
                       pu_frt_waived, pu_entry_d)
                   VALUES (:pu-code, :pu-w-id, :pu-d-id, :pu-o-id,
                       :pu-c-id, :pu-revenue, :pu-cost,
                       :pu-discount, :pu-frt-waived, :pu-entry-d)
           END-EXEC
           EXEC SQL
               UPDATE promo
               SET pm_uses = pm_uses + 1,
                   pm_spent = pm_spent + :pu-discount
               WHERE pm_code = :pu-code
           END-EXEC
           move pm-code to o-promo-code
           EXEC SQL
               UPDATE orders
               SET o_promo_code = :o-promo-code
               WHERE o_w_id = :w-id AND o_d_id = :d-id
                   AND o_id = :o-id
           END-EXEC
           .

       validate-priority.
           move rushcode to rr-code
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT rr_charge INTO :rr-charge
               FROM rushrate
               WHERE rr_code = :rr-code
           END-EXEC
           if sqlcode = 100
               go to priority-not-valid
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

      *> billed into the total now, onto the balance with the
      *> freight when the order completes
       add-rush-surcharge.
           move rr-charge to rushamt
           add rr-charge to ntotal
           move ntotal to total
           EXEC SQL
               UPDATE orders
               SET o_rush_chg = :rr-charge
               WHERE o_w_id = :w-id AND o_d_id = :d-id
                   AND o_id = :o-id
           END-EXEC
           .

      *> the staging row the counter works from; SQLWCAL
      *> turns it to C when the customer collects
       stage-will-call.
           move w-id to wc-w-id
           move d-id to wc-d-id
           move o-id to wc-o-id
           move c-id to wc-c-id
           move 'S' to wc-status
           move datetime to wc-entry-d
           move spaces to wc-collect-by
           move spaces to wc-collect-d
           move EIBTRMID to wc-keyed-by
           EXEC SQL
               INSERT INTO willcall
                   (wc_w_id, wc_d_id, wc_o_id, wc_c_id, wc_status,
                       wc_entry_d, wc_collect_by, wc_collect_d,
                       wc_keyed_by)
                   VALUES (:wc-w-id, :wc-d-id, :wc-o-id, :wc-c-id,
                       :wc-status, :wc-entry-d, :wc-collect-by,
                       :wc-collect-d, :wc-keyed-by)
           END-EXEC
           .

      *> total the order's shipping weight off the lines
      *> just written, rate it per hundredweight from the FRTRATE
      *> carrier-0 row for the customer's zip zone, bill it into
           move 0 to loadweight
           move 0 to ws-freight-amt

      *> drop-ship lines never go on our trucks
           EXEC SQL
               SELECT COALESCE(SUM(ol_quantity * i_weight), 0)
               INTO :ws-load-weight
               FROM order_line, item
               WHERE ol_w_id = :w-id AND ol_d_id = :d-id
                   AND ol_o_id = :o-id AND i_id = ol_i_id
                   AND ol_drop_po IS NULL
           END-EXEC
           move ws-load-weight to loadweight

               move tx-zip to ws-tax-zip
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           perform check-tax-exemption
           .

      *> a reseller or non-profit holding a certificate
      *> for the state the order is taxed in, still in force on
      *> the order date, pays no tax; the jurisdiction is still
      *> recorded so the remittance report can show the exempt
      *> sales against it
       check-tax-exemption.
           move spaces to ws-tax-cert
           move w-id to te-w-id
           move d-id to te-d-id
           move c-id to te-c-id
           move ws-tax-state to te-state
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT te_cert_no
               INTO :te-cert-no
               FROM taxexmpt
               WHERE te_w_id = :te-w-id AND te_d_id = :te-d-id
                   AND te_c_id = :te-c-id AND te_state = :te-state
                   AND te_expiry_d >= :ws-order-date
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           if sqlcode = 0
               move 0 to ws-eff-tax
               move te-cert-no to ws-tax-cert
           end-if
           move ws-tax-cert to taxcert
           .

      *> the wholesale pricing ladder for one line:
      *> the price came from instead of the clerks adjusting by hand
      *> with credit memos.
       resolve-line-price.
           move 0 to ws-promo-line-off
           if ws-line-kit = 'Y'
               move kd-price to ws-unit-price
               move 'K' to ws-price-basis
           else
               move i-price to ws-unit-price
               move 'L' to ws-price-basis
           end-if

      *> a manager's "match that price": a keyed
      *> override beats the whole ladder, once its supervisor has
               go to resolve-line-price-done
           end-if

      *> a blanket release extends at the agreement's
      *> fixed price (read when the release drew it down)
           if blanketid (ws-line-item) not = 0
               move bk-price to ws-unit-price
               move 'B' to ws-price-basis
               go to resolve-line-price-done
           end-if

      *> a line on the quote being converted extends at
      *> its quoted price, beating the whole ladder; lines the quote
      *> never carried price normally
               end-if
           end-if
           EXEC SQL WHENEVER NOT FOUND go to invaliditem END-EXEC

      *> a percent-off promotion marks a qualifying line
      *> down from its list price, where that beats the ladder;
      *> a keyed override, a blanket or a quote price stands
           if ws-promo-active = 'Y' and pm-type = 'P'
               perform apply-line-promotion
           end-if
           .
       resolve-line-price-done.
           exit.
           if ws-exposure > c-credit-lim
               perform authorize-exposure
           end-if

           perform check-chain-exposure
           .

      *> a branch of a chain is also held to the head
      *> office's chain limit: every account in the chain - the
      *> head office and all its branches, whatever district or
      *> warehouse they sit in - counts its balance and undelivered
      *> orders against c_chain_lim. No chain limit, no check.
       check-chain-exposure.
           move 0 to chainexposure
           move 0 to chainlimit
           move 0 to c-chain-lim
           EXEC SQL
               SELECT COALESCE(c_parent_w_id, 0),
                   COALESCE(c_parent_d_id, 0),
                   COALESCE(c_parent_id, 0)
               INTO :c-parent-w-id, :c-parent-d-id, :c-parent-id
               FROM customer
               WHERE c_w_id = :w-id AND c_d_id = :d-id
                   AND c_id = :c-id
           END-EXEC
           if c-parent-id = 0
               move w-id to ws-chain-w-id
               move d-id to ws-chain-d-id
               move c-id to ws-chain-id
           else
               move c-parent-w-id to ws-chain-w-id
               move c-parent-d-id to ws-chain-d-id
               move c-parent-id to ws-chain-id
           end-if

           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT COALESCE(c_chain_lim, 0)
               INTO :c-chain-lim
               FROM customer
               WHERE c_w_id = :ws-chain-w-id
                   AND c_d_id = :ws-chain-d-id
                   AND c_id = :ws-chain-id
           END-EXEC
           if sqlcode = 100
               move 0 to c-chain-lim
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           if c-chain-lim > 0
               perform total-chain-exposure
           end-if
           .

      *> balances plus undelivered orders across the
      *> head office and every branch pointing at it
       total-chain-exposure.
           EXEC SQL
               SELECT COALESCE(SUM(c_balance), 0)
               INTO :ws-chain-balance
               FROM customer
               WHERE (c_w_id = :ws-chain-w-id
                       AND c_d_id = :ws-chain-d-id
                       AND c_id = :ws-chain-id)
                   OR (c_parent_w_id = :ws-chain-w-id
                       AND c_parent_d_id = :ws-chain-d-id
                       AND c_parent_id = :ws-chain-id)
           END-EXEC
           EXEC SQL
               SELECT COALESCE(SUM(ol_amount), 0)
               INTO :ws-chain-undelivered
               FROM customer, orders, new_order, order_line
               WHERE ((c_w_id = :ws-chain-w-id
                       AND c_d_id = :ws-chain-d-id
                       AND c_id = :ws-chain-id)
                   OR (c_parent_w_id = :ws-chain-w-id
                       AND c_parent_d_id = :ws-chain-d-id
                       AND c_parent_id = :ws-chain-id))
                   AND o_w_id = c_w_id AND o_d_id = c_d_id
                   AND o_c_id = c_id
                   AND no_w_id = o_w_id AND no_d_id = o_d_id
                   AND no_o_id = o_id
                   AND ol_w_id = o_w_id AND ol_d_id = o_d_id
                   AND ol_o_id = o_id
           END-EXEC

           compute ws-chain-exposure =
               ws-chain-balance + ws-chain-undelivered
           move ws-chain-exposure to chainexposure
           move c-chain-lim to chainlimit

           if ws-chain-exposure > c-chain-lim
               and ws-exp-authorized not = 'Y'
               perform authorize-exposure
           end-if
           .

      *> only a real, active supervisor can push an
           move shiptono to ho-ship-to
           move quoteno to ho-quote-id
           move ovrsupervisorid to ho-ovr-super
           move pickup to ho-pickup
           move paymethod to ho-pay-method
           move rushcode to ho-priority
           move promocode to ho-promo-code
           move custpo to ho-cust-po

           move 0 to ho-ol-cnt
           perform varying i from 1 by 1 until i > 30
                   (ho_id, ho_w_id, ho_d_id, ho_c_id, ho_status,
                       ho_ol_cnt, ho_entered_by, ho_entry_d,
                       ho_decided_by, ho_decided_d, ho_o_id,
                       ho_ship_to, ho_quote_id, ho_ovr_super,
                       ho_pickup, ho_pay_method, ho_priority,
                       ho_promo_code, ho_cust_po)
                   VALUES (:ho-id, :ho-w-id, :ho-d-id, :ho-c-id,
                       :ho-status, :ho-ol-cnt, :ho-entered-by,
                       :ho-entry-d, :ho-decided-by, :ho-decided-d,
                       :ho-o-id, :ho-ship-to, :ho-quote-id,
                       :ho-ovr-super, :ho-pickup, :ho-pay-method,
                       :ho-priority, :ho-promo-code, :ho-cust-po)
           END-EXEC

           move ho-id to hl-ho-id
               move custpart of no-item-data (i) to hl-custpart
               move unitflag of no-item-data (i) to hl-unitflag
               move ovrprice of no-item-data (i) to hl-ovrprice
               move blanketid of no-item-data (i) to hl-bk-id
               move dropship of no-item-data (i) to hl-dropship
               move subforitemid of no-item-data (i) to hl-sub-for
               EXEC SQL
                   INSERT INTO heldline
                       (hl_ho_id, hl_number, hl_supw, hl_i_id,
                           hl_qty, hl_custpart, hl_unitflag,
                           hl_ovrprice, hl_bk_id, hl_dropship,
                           hl_sub_for)
                       VALUES (:hl-ho-id, :hl-number, :hl-supw,
                           :hl-i-id, :hl-qty, :hl-custpart,
                           :hl-unitflag, :hl-ovrprice, :hl-bk-id,
                           :hl-dropship, :hl-sub-for)
               END-EXEC
           end-perform

           move 2 to result-code
           perform audit-return.

       priority-not-valid.
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           move "Priority code is not on the rush rate table" to msg

           move 14 to result-code
           perform audit-return.

       promotion-not-valid.
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           move "Promotion code is unknown, out of date or used up"
             to msg

           move 15 to result-code
           perform audit-return.

       promotion-not-earned.
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           move "Order does not qualify for the promotion code"
             to msg

           move 15 to result-code
           perform audit-return.

       cod-not-for-pickup.
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           move "COD is for carrier delivery - pickups pay at counter"
             to msg

           move 13 to result-code
           perform audit-return.

      *> the order is on the outbound feed the moment it
      *> commits, for its full value
       publish-event.
           initialize business-event-data
           move 'P' to evreqtype
           move 'ORDER' to evtype
           move w-id to evwid
           move d-id to evdid
           move c-id to evcid
           move o-id to evoid
           move ntotal to evamount
           move 'SQLNORD' to evsource
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
      ***  $Workfile:   sqlnord.cbl  $ end
      ***--------------------------------------------------------------*
