      *                           below the reorder point that doesn't
      *                           already have one open, ordering
      *                           enough to bring it back up to the
      *                           order-up-to level. Each item is
      *                           sourced off the vendor price lists
      *                           (VENDPRC, see SQLVNDM): the best-
      *                           ranked active vendor whose minimum
      *                           the need meets, in its pack size
      *                           and at its cost; an item nobody has
      *                           priced falls back to its ITEMVEND
      *                           vendor at i_cost. Lines are
      *                           consolidated onto one POHEADER per
      *                           vendor per run - the PO number the
      *                           buyer places with the supplier;
      *                           items with no vendor at all still
      *                           get their own one-line PO.
      *   reqtype 'R' (receive) - post a received purchase order's
      *                           quantity back into STOCK and close
      *                           the PO out, so the on-hand figure
      *                           moves only when goods actually
      *                           arrive. A lot number and expiry
      *                           keyed with the receipt hold the
      *                           quantity as that lot (STOCKLOT)
      *                           for New Order to allocate and the
      *                           recall report to trace. The clerk
      *                           gets a putaway instruction: the
      *                           item's primary location while it
      *                           has room, else an overflow one
      *                           (BINQTY, see SQLBINM), and that
      *                           location's quantity moves with it.
      *   reqtype 'A' (approve) / 'X' (reject)
      *                         - a supervisor's decision on a
      *                           POHEADER held for approval.
      *
      * Every vendor header is valued at item cost (po_qty times
      * i_cost) as the sweep cuts it. One worth more than the site's
      * PO approval limit (cwa-po-approve-limit, kept in SITECONFIG
      * and changed through SQLCFGM) stops in status P instead of
      * going straight to the buyer, and nothing can be received
      * against it. An active OPERATOR with supervisor authority
      * approves it (status O, placed as usual) or rejects it
      * (status X, its lines cancelled so the next sweep re-buys);
      * each decision is logged in POAPPRLG.
      *
      * po-id comes from the single-row purchase_order_seq counter,
      * the same UPDATE-then-SELECT-back idiom SQLRETN uses for rl-id
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  ws-reorder-point                  pic s9(9) comp.
       01  ws-order-upto                     pic s9(9) comp.
      *> the vendor the item is bought from this sweep,
      *> 0 when neither a price list nor ITEMVEND names an active
      *> one
       01  ws-item-vn-id                     pic s9(9) comp.
      *> the vendor whose POHEADER the last line went on;
      *> a line for the same vendor goes straight onto it
       01  ws-open-vn-id                     pic s9(9) comp.
       01  ws-open-line-cnt                  pic s9(9) comp.
      *> the item's unit cost, 0 when it was never costed
       01  ws-item-cost                      pic s999v99 comp-3.
       01  ws-today                          pic x(10).
       01  ws-line-value                     pic s9(9)v99 comp-3.
      *> the site's approval limit headers are held against
       01  ws-approve-limit                  pic s9(7)v99 comp-3.
      *> set (not negative) on a drop-ship PO line
       01  ws-drop-ship-ind                  pic s9(4) comp.
           EXEC SQL END DECLARE SECTION END-EXEC

      *> the price list row the line is bought on, and the
      *> best-ranked one, taken when no vendor's minimum is met
       01  ws-need                           pic s9(9) comp.
       01  ws-buy-cost                       pic s999v99 comp-3.
       01  ws-buy-min                        pic s9(9) comp.
       01  ws-buy-pack                       pic s9(9) comp.
       01  ws-first-vn-id                    pic s9(9) comp.
       01  ws-first-cost                     pic s999v99 comp-3.
       01  ws-first-min                      pic s9(9) comp.
       01  ws-first-pack                     pic s9(9) comp.
       01  ws-packs                          pic s9(9) comp.
       01  ws-cwa-ptr                        pointer.

       copy tpctdata.
       copy cpyaudt.


       copy cpyrepl.

       copy cicscwa.

       PROCEDURE DIVISION.
       MAIN.
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
                   perform sweep-warehouse
               when repl-receive
                   perform receive-purchase-order
               when repl-approve
                   perform decide-pending-header
               when repl-reject
                   perform decide-pending-header
               when other
                   perform bad-reqtype
           end-evaluate
      *> one pass over the warehouse's stock: every item
      *> under the reorder point with no open PO already cut for it
      *> gets a new PURCHASE_ORDER line bringing it back to the
      *> order-up-to level, bought from the vendor its price lists
      *> source it to. All of one vendor's lines for the run land
      *> on a single POHEADER - the PO number the buyer actually
      *> places with the supplier - instead of one PO per item.
      *> Items no active vendor supplies (vendor 0) still get
      *> their one-line unassigned PO the old way, so a gap in the
      *> vendor tables never stops stock from being re-bought.
       sweep-warehouse.
           move 0 to pocount
           move 0 to heldcount
           move 0 to ws-open-vn-id
           move datetime(1:10) to ws-today
           perform load-approve-limit

           EXEC SQL
               DECLARE c_reorder CURSOR FOR
               SELECT s_i_id, s_quantity,
                   COALESCE((SELECT i_cost FROM item
                             WHERE i_id = s_i_id), 0)
                   FROM stock
                   WHERE s_w_id = :po-w-id
                       AND s_quantity < :ws-reorder-point
                           (SELECT 1 FROM purchase_order
                            WHERE po_w_id = :po-w-id
                                AND po_i_id = s_i_id
                                AND po_status = 'O'
                                AND po_ds_o_id IS NULL)
                   ORDER BY 1
           END-EXEC
           EXEC SQL OPEN c_reorder END-EXEC
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_reorder INTO :s-i-id, :s-quantity,
                       :ws-item-cost
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               perform cut-one-purchase-order
           end-perform
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           EXEC SQL CLOSE c_reorder END-EXEC

           perform hold-over-limit-headers

           move "Replenishment sweep complete" to msg
           .

       cut-one-purchase-order.
           perform next-po-id
           perform choose-source-vendor

           move s-i-id to po-i-id
           move 'O' to po-status
           move datetime to po-entry-d
           move ws-item-vn-id to po-vn-id
           move ws-buy-cost to po-unit-cost
           compute ws-line-value = po-qty * po-unit-cost

      *> a vendor's line goes onto its header for this
      *> run, opened with the vendor's first line; a line with no
      *> vendor (vendor 0) stays headerless
           if ws-item-vn-id = 0
               move 0 to po-poh-id
           else
               perform find-vendor-header
               move poh-id to po-poh-id
           end-if

           EXEC SQL
               INSERT INTO purchase_order
                   (po_id, po_w_id, po_i_id, po_qty, po_status,
                       po_entry_d, po_vn_id, po_poh_id,
                       po_unit_cost)
                   VALUES (:po-id, :po-w-id, :po-i-id, :po-qty,
                       :po-status, :po-entry-d, :po-vn-id,
                       :po-poh-id, :po-unit-cost)
           END-EXEC

           if po-poh-id not = 0
               EXEC SQL
                   UPDATE poheader
                   SET poh_line_cnt = poh_line_cnt + 1,
                       poh_value = poh_value + :ws-line-value
                   WHERE poh_id = :poh-id
               END-EXEC
           end-if

           add 1 to pocount
           .

      *> the price lists in force today, best rank first
      *> (cheapest breaking a tie); the first active vendor whose
      *> minimum order the need meets gets the line. When every
      *> vendor's minimum is over the need the best-ranked one
      *> gets it at its minimum. The order is rounded up to whole
      *> packs. An item no vendor prices is bought from its
      *> ITEMVEND vendor at i_cost, as before price lists.
       choose-source-vendor.
           compute ws-need = ws-order-upto - s-quantity
           move 0 to ws-item-vn-id
           move 0 to ws-first-vn-id
           move s-i-id to vp-i-id

           EXEC SQL
               DECLARE c_vpsrc CURSOR FOR
               SELECT p.vp_vn_id, p.vp_cost, p.vp_min_qty,
                   p.vp_pack_qty
                   FROM vendprc p, vendor
                   WHERE p.vp_i_id = :vp-i-id
                       AND vn_id = p.vp_vn_id
                       AND vn_status = 'A'
                       AND p.vp_eff_d =
                           (SELECT MAX(q.vp_eff_d) FROM vendprc q
                            WHERE q.vp_vn_id = p.vp_vn_id
                                AND q.vp_i_id = p.vp_i_id
                                AND q.vp_eff_d <= :ws-today)
                   ORDER BY p.vp_rank, p.vp_cost, p.vp_vn_id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
           EXEC SQL OPEN c_vpsrc END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_vpsrc INTO :vp-vn-id, :vp-cost,
                       :vp-min-qty, :vp-pack-qty
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               if ws-first-vn-id = 0
                   move vp-vn-id to ws-first-vn-id
                   move vp-cost to ws-first-cost
                   move vp-min-qty to ws-first-min
                   move vp-pack-qty to ws-first-pack
               end-if
               if vp-min-qty <= ws-need
                   move vp-vn-id to ws-item-vn-id
                   move vp-cost to ws-buy-cost
                   move vp-min-qty to ws-buy-min
                   move vp-pack-qty to ws-buy-pack
                   exit perform
               end-if
           end-perform
           EXEC SQL CLOSE c_vpsrc END-EXEC

           if ws-item-vn-id = 0 and ws-first-vn-id not = 0
               move ws-first-vn-id to ws-item-vn-id
               move ws-first-cost to ws-buy-cost
               move ws-first-min to ws-buy-min
               move ws-first-pack to ws-buy-pack
           end-if

           if ws-item-vn-id = 0
               move ws-item-cost to ws-buy-cost
               move 0 to ws-buy-min
               move 0 to ws-buy-pack
               move s-i-id to iv-i-id
               EXEC SQL
                   SELECT iv_vn_id INTO :iv-vn-id
                   FROM itemvend, vendor
                   WHERE iv_i_id = :iv-i-id
                       AND vn_id = iv_vn_id
                       AND vn_status = 'A'
               END-EXEC
               if sqlcode = 0
                   move iv-vn-id to ws-item-vn-id
               end-if
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           move ws-need to po-qty
           if po-qty < ws-buy-min
               move ws-buy-min to po-qty
           end-if
           if ws-buy-pack > 1
               compute ws-packs =
                   (po-qty + ws-buy-pack - 1) / ws-buy-pack
               compute po-qty = ws-packs * ws-buy-pack
           end-if
           .

      *> the header this run already opened for the
      *> vendor, or a new one
       find-vendor-header.
           if ws-item-vn-id not = ws-open-vn-id
               move ws-item-vn-id to ws-open-vn-id
               move po-w-id to poh-w-id
               move ws-item-vn-id to poh-vn-id
               move datetime to poh-entry-d
               EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
               EXEC SQL
                   SELECT poh_id INTO :poh-id
                   FROM poheader
                   WHERE poh_w_id = :poh-w-id
                       AND poh_vn_id = :poh-vn-id
                       AND poh_entry_d = :poh-entry-d
                       AND poh_status = 'O'
               END-EXEC
               if sqlcode = 100
                   perform open-vendor-header
               end-if
               EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           end-if
           .

      *> one vendor-facing PO number per vendor per
      *> sweep; the per-item PURCHASE_ORDER rows are its lines
       open-vendor-header.
           move 'O' to poh-status
           move 0 to poh-line-cnt
           move datetime to poh-entry-d
           move 0 to poh-value
           move spaces to poh-appr-by
           move spaces to poh-appr-d

           EXEC SQL
               INSERT INTO poheader
                   (poh_id, poh_w_id, poh_vn_id, poh_status,
                       poh_line_cnt, poh_entry_d, poh_value,
                       poh_appr_by, poh_appr_d)
                   VALUES (:poh-id, :poh-w-id, :poh-vn-id,
                       :poh-status, :poh-line-cnt, :poh-entry-d,
                       :poh-value, :poh-appr-by, :poh-appr-d)
           END-EXEC
           .

      *> a header's value is only known once the sweep
      *> has cut all its lines, so whether it has to wait for a
      *> supervisor is settled here, for every header this run
       hold-over-limit-headers.
           move po-w-id to poh-w-id
           move datetime to poh-entry-d
           EXEC SQL
               SELECT COUNT(*) INTO :ws-open-line-cnt
               FROM poheader
               WHERE poh_w_id = :poh-w-id
                   AND poh_entry_d = :poh-entry-d
                   AND poh_status = 'O'
                   AND poh_value > :ws-approve-limit
           END-EXEC
           if ws-open-line-cnt > 0
               move 'P' to poh-status
               EXEC SQL
                   UPDATE poheader
                   SET poh_status = :poh-status
                   WHERE poh_w_id = :poh-w-id
                       AND poh_entry_d = :poh-entry-d
                       AND poh_status = 'O'
                       AND poh_value > :ws-approve-limit
               END-EXEC
           end-if
           move ws-open-line-cnt to heldcount
           .

      *> the live site limit; a region whose CWA isn't
      *> initialized yet falls back to the compiled default
       load-approve-limit.
           move 5000.00 to ws-approve-limit
           exec cics address cwa(ws-cwa-ptr)
           end-exec
           set address of tpcc-cwa to ws-cwa-ptr
           if tpcc-eyecatcher
               move cwa-po-approve-limit to ws-approve-limit
           end-if
           .

      *> hand out poh-id off an atomic counter row, same
           EXEC SQL WHENEVER NOT FOUND go to po-not-found END-EXEC
           EXEC SQL
               SELECT po_w_id, po_i_id, po_qty, po_status,
                   po_poh_id, po_ds_o_id
               INTO :po-w-id, :po-i-id, :po-qty, :po-status,
                   :po-poh-id, :po-ds-o-id :ws-drop-ship-ind
               FROM purchase_order
               WHERE po_id = :po-id
           END-EXEC
               perform po-not-open
           end-if

      *> a drop-ship line never reaches our dock; the
      *> vendor's shipment confirmation closes it (SQLDSHP)
           if ws-drop-ship-ind >= 0
               perform drop-ship-not-received
           end-if

      *> nothing comes in against a header still waiting
      *> on (or refused) its sign-off
           if po-poh-id not = 0
               EXEC SQL
                   SELECT poh_status INTO :poh-status
                   FROM poheader
                   WHERE poh_id = :po-poh-id
               END-EXEC
               if poh-status not = 'O'
                   perform header-not-approved
               end-if
           end-if

           if porecvqty = 0
               move po-qty to po-recv-qty
           else
           if po-recv-qty > po-qty
               perform bad-recv-qty
           end-if
           if lotno not = spaces and expirydate not = spaces
               if expirydate(1:4) not numeric
                   or expirydate(5:1) not = '-'
                   or expirydate(6:2) not numeric
                   or expirydate(8:1) not = '-'
                   or expirydate(9:2) not numeric
                   perform bad-expiry-date
               end-if
           end-if

           EXEC SQL
               UPDATE stock
               WHERE po_id = :po-id
           END-EXEC

           if lotno not = spaces
               perform store-received-lot
           end-if

           perform direct-putaway

      *> a consolidated line closes its vendor header
      *> once it was the last one still open on it
           if po-poh-id not = 0
           move "Purchase order received into stock" to msg
           .

      *> the first of the item's locations here that can
      *> take the whole receipt - primary before overflow - or,
      *> when none has room, the primary (else the first overflow)
      *> anyway so the goods still have a home
       direct-putaway.
           move spaces to putawayloc
           move po-w-id to bq-w-id
           move po-i-id to bq-i-id
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DECLARE c_putaway CURSOR FOR
                   SELECT bq_loc, bq_qty, bq_max_qty
                   FROM binqty, binloc
                   WHERE bq_w_id = :bq-w-id AND bq_i_id = :bq-i-id
                       AND bn_w_id = bq_w_id AND bn_loc = bq_loc
                       AND bn_status = 'A'
                   ORDER BY bq_role DESC, bq_loc
           END-EXEC
           EXEC SQL OPEN c_putaway END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_putaway INTO :bq-loc, :bq-qty,
                       :bq-max-qty
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               if putawayloc = spaces
                   move bq-loc to putawayloc
               end-if
               if bq-max-qty = 0
                   or bq-qty + po-recv-qty <= bq-max-qty
                   move bq-loc to putawayloc
                   exit perform
               end-if
           end-perform
           EXEC SQL CLOSE c_putaway END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           if putawayloc not = spaces
               move putawayloc to bq-loc
               EXEC SQL
                   UPDATE binqty
                   SET bq_qty = bq_qty + :po-recv-qty
                   WHERE bq_w_id = :bq-w-id AND bq_i_id = :bq-i-id
                       AND bq_loc = :bq-loc
               END-EXEC
           end-if
           .

      *> the receipt becomes (or tops up) a lot under the
      *> STOCK row; a lot with no expiry sorts last so dated
      *> stock is always allocated first
       store-received-lot.
           move po-w-id to lt-w-id
           move po-i-id to lt-i-id
           move lotno to lt-lot-no
           if expirydate = spaces
               move '9999-12-31' to lt-expiry-d
           else
               move expirydate to lt-expiry-d
           end-if
           move po-recv-qty to lt-qty
           move po-id to lt-po-id
           move datetime to lt-recv-d
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               UPDATE stocklot
               SET lt_qty = lt_qty + :lt-qty
               WHERE lt_w_id = :lt-w-id AND lt_i_id = :lt-i-id
                   AND lt_lot_no = :lt-lot-no
           END-EXEC
           if sqlcode = 100
               EXEC SQL
                   INSERT INTO stocklot
                       (lt_w_id, lt_i_id, lt_lot_no, lt_expiry_d,
                           lt_qty, lt_po_id, lt_recv_d)
                       VALUES (:lt-w-id, :lt-i-id, :lt-lot-no,
                           :lt-expiry-d, :lt-qty, :lt-po-id,
                           :lt-recv-d)
               END-EXEC
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

       close-header-if-done.
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

      *> a supervisor approves or rejects a held header;
      *> approving places it like any other, rejecting cancels its
      *> still-open lines so the next sweep cuts them afresh
       decide-pending-header.
           move supervisorid to op-id
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT op_auth, op_status
               INTO :op-auth, :op-status
               FROM operator
               WHERE op_id = :op-id
           END-EXEC
           if sqlcode = 100
               perform supervisor-not-valid
           end-if
           if op-auth not = 'S' or op-status not = 'A'
               perform supervisor-not-valid
           end-if

           move pohid to poh-id
           EXEC SQL WHENEVER NOT FOUND go to header-not-found END-EXEC
           EXEC SQL
               SELECT poh_w_id, poh_status, poh_value
               INTO :poh-w-id, :poh-status, :poh-value
               FROM poheader
               WHERE poh_id = :poh-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           if poh-status not = 'P'
               perform header-not-pending
           end-if
           move poh-w-id to wid

           move supervisorid to poh-appr-by
           move datetime to poh-appr-d
           if repl-approve
               move 'O' to poh-status
           else
               move 'X' to poh-status
           end-if
           EXEC SQL
               UPDATE poheader
               SET poh_status = :poh-status,
                   poh_appr_by = :poh-appr-by,
                   poh_appr_d = :poh-appr-d
               WHERE poh_id = :poh-id
           END-EXEC

           if repl-reject
               move 'X' to po-status
               EXEC SQL WHENEVER NOT FOUND continue END-EXEC
               EXEC SQL
                   UPDATE purchase_order
                   SET po_status = :po-status
                   WHERE po_poh_id = :poh-id
                       AND po_status = 'O'
               END-EXEC
               EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           end-if

           perform load-approve-limit
           move poh-id to pal-poh-id
           move poh-status to pal-decision
           move poh-value to pal-value
           move ws-approve-limit to pal-limit
           move supervisorid to pal-op-id
           move decisionnote to pal-note
           move datetime to pal-entry-d
           EXEC SQL
               INSERT INTO poapprlg
                   (pal_poh_id, pal_decision, pal_value, pal_limit,
                       pal_op_id, pal_note, pal_entry_d)
                   VALUES (:pal-poh-id, :pal-decision, :pal-value,
                       :pal-limit, :pal-op-id, :pal-note,
                       :pal-entry-d)
           END-EXEC

           move poh-value to povalue
           if repl-approve
               move "Purchase order approved" to msg
           else
               move "Purchase order rejected, lines cancelled"
                   to msg
           end-if
           .

       bad-reqtype.
           move "Request type must be S, R, A (approve) or X (reject)"
               to err

           move 1 to result-code
           perform audit-return.
           move 5 to result-code
           perform audit-return.

       header-not-approved.
           move "Purchase order is awaiting approval or was rejected"
               to err

           move 6 to result-code
           perform audit-return.

       supervisor-not-valid.
           move "Supervisor not on file or not authorized" to err

           move 7 to result-code
           perform audit-return.

       header-not-found.
           move "Purchase order header not found" to err

           move 8 to result-code
           perform audit-return.

       header-not-pending.
           move "Purchase order is not pending approval" to err

           move 9 to result-code
           perform audit-return.

       bad-expiry-date.
           move "Lot expiry date must be YYYY-MM-DD" to err

           move 10 to result-code
           perform audit-return.

       drop-ship-not-received.
           move "Drop-ship line - confirm through SQLDSHP" to err

           move 11 to result-code
           perform audit-return.

       SQLErr.
           move sqlcode to csqlcode
           string
