      * The sort is done ORDER BY ol_dist_info in the cursor - the
      * bin string is the walk sequence.
      *
      * Where the item has locations in the location master
      * (BINQTY, see SQLBINM) the line is followed by FROM lines
      * directing the pick: the primary pick face first, then the
      * overflow locations in turn while the primary is short, and
      * a SHORT line for whatever the locations don't hold. An
      * item with no locations picks off its bin label as before.
      *
      * A kit line is followed by a COMP line per component - its
      * bin, item, name and the quantity the kits need - since the
      * picker pulls the components, not a kit off a shelf.
      *
      * A drop-ship line is not on the ticket - the vendor ships
      * it, nothing comes off our shelves.
      *
      * A regulated item with a shipping declaration (ITEMHAZ, see
      * SQLHAZM) is followed by a HAZMAT line - hazard class, UN
      * number and proper shipping name - so it is handled and
      * packed as what it is.
      *
      * A line New Order filled from lot-tracked stock is followed
      * by one LOT line per lot it allocated (OLLOT), earliest
      * expiry first, so the picker pulls the same lots the order
      * was booked against.
      *
      * An expedited order's ticket is headed RUSH with its
      * priority code, so it is picked ahead of standard orders.
      *
      * SQL only - Returns precedent for new capabilities.
      *=================================================================
       ENVIRONMENT DIVISION.
           03  ws-hdr-oid                    pic z(7)9.
           03  filler                        pic x(1) value space.
           03  ws-hdr-date                   pic x(19).
      *> ' RUSH ' and the priority code on an expedited order,
      *> so the floor pulls its ticket ahead of the pile
           03  ws-hdr-rush                   pic x(6).
           03  ws-hdr-rush-code              pic x(1).
       01  ws-pick-line.
           03  filler                        pic x(5)
               value 'PICK '.
               value ' CS  '.
           03  ws-pck-cs                     pic z(2)9.

      *> the line's shipping declaration, when it has one
       01  ws-hazmat-line.
           03  filler                        pic x(18)
               value '     HAZMAT CLASS '.
           03  ws-hzl-class                  pic x(6).
           03  filler                        pic x(4) value ' UN '.
           03  ws-hzl-un-no                  pic x(6).
           03  filler                        pic x(1) value space.
           03  ws-hzl-ship-name              pic x(24).

      *> the lots New Order allocated to the line
       01  ws-lot-line.
           03  filler                        pic x(9)
               value '     LOT '.
           03  ws-lot-no                     pic x(16).
           03  filler                        pic x(5) value ' EXP '.
           03  ws-lot-exp                    pic x(10).
           03  filler                        pic x(5)
               value ' QTY '.
           03  ws-lot-qty                    pic z(3)9.

      *> a kit's components, each from its own bin
       01  ws-comp-line.
           03  filler                        pic x(10)
               value '     COMP '.
           03  ws-cmp-bin                    pic x(24).
           03  filler                        pic x(1) value space.
           03  ws-cmp-item                   pic z(5)9.
           03  filler                        pic x(1) value space.
           03  ws-cmp-iname                  pic x(24).
           03  filler                        pic x(5)
               value ' QTY '.
           03  ws-cmp-qty                    pic z(3)9.

      *> directed pick: where to take the quantity from
       01  ws-from-line.
           03  filler                        pic x(10)
               value '     FROM '.
           03  ws-from-loc                   pic x(12).
           03  filler                        pic x(1) value space.
           03  ws-from-role                  pic x(8).
           03  filler                        pic x(5)
               value ' QTY '.
           03  ws-from-qty                   pic z(3)9.
       01  ws-short-line.
           03  filler                        pic x(16)
               value '     SHORT  QTY '.
           03  ws-short-qty                  pic z(3)9.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  ws-dir-i-id                       pic s9(9) comp.
           EXEC SQL END DECLARE SECTION END-EXEC
       01  ws-dir-need                       pic s9(9) comp.
       01  ws-dir-take                       pic s9(9) comp.
       01  ws-dir-binned                     pic x(1).

       01  ws-pck-cs-n                       pic s9(9) comp.

       copy tpctdata.
           move oid to o-id

           EXEC SQL
               SELECT o_ol_cnt, COALESCE(o_priority, ' ')
               INTO :o-ol-cnt, :o-priority
               FROM orders
               WHERE o_w_id = :o-w-id AND o_d_id = :o-d-id
                   AND o_id = :o-id
           move did to ws-hdr-dist
           move oid to ws-hdr-oid
           move datetime to ws-hdr-date
           move spaces to ws-hdr-rush
           move o-priority to ws-hdr-rush-code
           if o-priority not = space
               move ' RUSH ' to ws-hdr-rush
           end-if
           exec cics writeq ts
               queue(ws-report-q-name)
               from(ws-ticket-header)
           EXEC SQL
               DECLARE c_pick CURSOR FOR
               SELECT ol_dist_info, ol_i_id, ol_quantity, i_name,
                   i_case_qty, ol_number, ol_supply_w_id
                   FROM order_line, item
                   WHERE ol_w_id = :o-w-id AND ol_d_id = :o-d-id
                       AND ol_o_id = :o-id AND i_id = ol_i_id
                       AND ol_drop_po IS NULL
                   ORDER BY ol_dist_info
           END-EXEC
           EXEC SQL OPEN c_pick END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_pick INTO :ol-dist-info, :ol-i-id,
                       :ol-quantity, :i-name, :i-case-qty,
                       :ol-number, :ol-supply-w-id
               END-EXEC
               if sqlcode = 100
                   exit perform
               if ws-resp-writeq-ts = DFHRESP(NORMAL)
                   add 1 to rptcount
               end-if
               perform queue-line-hazard
               move ol-i-id to ws-dir-i-id
               move ol-quantity to ws-dir-need
               perform queue-pick-locations
               perform queue-kit-components
               perform queue-line-lots
           end-perform
           EXEC SQL WHENEVER NOT FOUND go to order-not-found END-EXEC
           EXEC SQL CLOSE c_pick END-EXEC
           move 0 to result-code
           perform audit-return.

      *> walk ws-dir-i-id's locations at the supplying
      *> warehouse, primary first, taking what each holds until
      *> ws-dir-need is met; the CLOSE leaves sqlcode 0 for the
      *> loop this runs inside
       queue-pick-locations.
           move 'N' to ws-dir-binned
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
           EXEC SQL
               DECLARE c_pkloc CURSOR FOR
               SELECT bq_loc, bq_role, bq_qty
                   FROM binqty, binloc
                   WHERE bq_w_id = :ol-supply-w-id
                       AND bq_i_id = :ws-dir-i-id
                       AND bn_w_id = bq_w_id AND bn_loc = bq_loc
                       AND bn_status = 'A'
                   ORDER BY bq_role DESC, bq_loc
           END-EXEC
           EXEC SQL OPEN c_pkloc END-EXEC
           perform until sqlcode = 100 or ws-dir-need = 0
               EXEC SQL
                   FETCH c_pkloc INTO :bq-loc, :bq-role, :bq-qty
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               move 'Y' to ws-dir-binned
               if bq-qty > 0
                   if bq-qty < ws-dir-need
                       move bq-qty to ws-dir-take
                   else
                       move ws-dir-need to ws-dir-take
                   end-if
                   move bq-loc to ws-from-loc
                   if bq-role = 'P'
                       move 'PRIMARY' to ws-from-role
                   else
                       move 'OVERFLOW' to ws-from-role
                   end-if
                   move ws-dir-take to ws-from-qty
                   exec cics writeq ts
                       queue(ws-report-q-name)
                       from(ws-from-line)
                       length(length of ws-from-line)
                       resp(ws-resp-writeq-ts)
                   end-exec
                   if ws-resp-writeq-ts = DFHRESP(NORMAL)
                       add 1 to rptcount
                   end-if
                   subtract ws-dir-take from ws-dir-need
               end-if
           end-perform
           EXEC SQL CLOSE c_pkloc END-EXEC
           if ws-dir-binned = 'Y' and ws-dir-need > 0
               move ws-dir-need to ws-short-qty
               exec cics writeq ts
                   queue(ws-report-q-name)
                   from(ws-short-line)
                   length(length of ws-short-line)
                   resp(ws-resp-writeq-ts)
               end-exec
               if ws-resp-writeq-ts = DFHRESP(NORMAL)
                   add 1 to rptcount
               end-if
           end-if
           .

      *> one COMP line per component when the line is a kit
      *> (no KITCOMP rows = an ordinary item, nothing listed);
      *> the CLOSE leaves sqlcode 0 for the outer pick loop
       queue-kit-components.
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
           EXEC SQL
               DECLARE c_pkkit CURSOR FOR
               SELECT kc_comp_i_id, kc_qty, i_name,
                   s_dist_01, s_dist_02, s_dist_03, s_dist_04,
                   s_dist_05, s_dist_06, s_dist_07, s_dist_08,
                   s_dist_09, s_dist_10
                   FROM kitcomp, item, stock
                   WHERE kc_kit_i_id = :ol-i-id
                       AND i_id = kc_comp_i_id
                       AND s_i_id = kc_comp_i_id
                       AND s_w_id = :ol-supply-w-id
                   ORDER BY kc_comp_i_id
           END-EXEC
           EXEC SQL OPEN c_pkkit END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_pkkit INTO :kc-comp-i-id, :kc-qty, :i-name,
                       :s-dist-01, :s-dist-02, :s-dist-03, :s-dist-04,
                       :s-dist-05, :s-dist-06, :s-dist-07, :s-dist-08,
                       :s-dist-09, :s-dist-10
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               evaluate o-d-id
               when 1
                   move s-dist-01 to ws-cmp-bin
               when 2
                   move s-dist-02 to ws-cmp-bin
               when 3
                   move s-dist-03 to ws-cmp-bin
               when 4
                   move s-dist-04 to ws-cmp-bin
               when 5
                   move s-dist-05 to ws-cmp-bin
               when 6
                   move s-dist-06 to ws-cmp-bin
               when 7
                   move s-dist-07 to ws-cmp-bin
               when 8
                   move s-dist-08 to ws-cmp-bin
               when 9
                   move s-dist-09 to ws-cmp-bin
               when 10
                   move s-dist-10 to ws-cmp-bin
               end-evaluate
               move kc-comp-i-id to ws-cmp-item
               move i-name to ws-cmp-iname
               compute ws-cmp-qty = kc-qty * ol-quantity
               exec cics writeq ts
                   queue(ws-report-q-name)
                   from(ws-comp-line)
                   length(length of ws-comp-line)
                   resp(ws-resp-writeq-ts)
               end-exec
               if ws-resp-writeq-ts = DFHRESP(NORMAL)
                   add 1 to rptcount
               end-if
               move kc-comp-i-id to ws-dir-i-id
               compute ws-dir-need = kc-qty * ol-quantity
               perform queue-pick-locations
           end-perform
           EXEC SQL CLOSE c_pkkit END-EXEC
           .

      *> the aggregate always answers, so sqlcode is left 0
      *> for the outer pick loop whether or not the item is
      *> regulated
       queue-line-hazard.
           move ol-i-id to ih-i-id
           EXEC SQL
               SELECT COALESCE(MAX(ih_class), ' '),
                   COALESCE(MAX(ih_un_no), ' '),
                   COALESCE(MAX(ih_ship_name), ' ')
               INTO :ih-class, :ih-un-no, :ih-ship-name
               FROM itemhaz
               WHERE ih_i_id = :ih-i-id
           END-EXEC
           if ih-class not = spaces
               move ih-class to ws-hzl-class
               move ih-un-no to ws-hzl-un-no
               move ih-ship-name to ws-hzl-ship-name
               exec cics writeq ts
                   queue(ws-report-q-name)
                   from(ws-hazmat-line)
                   length(length of ws-hazmat-line)
                   resp(ws-resp-writeq-ts)
               end-exec
               if ws-resp-writeq-ts = DFHRESP(NORMAL)
                   add 1 to rptcount
               end-if
           end-if
           .

      *> one LOT line per lot the order line was allocated;
      *> the CLOSE leaves sqlcode 0 for the outer pick loop
       queue-line-lots.
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
           EXEC SQL
               DECLARE c_pklot CURSOR FOR
               SELECT lc_lot_no, lc_expiry_d, lc_qty
                   FROM ollot
                   WHERE lc_w_id = :o-w-id AND lc_d_id = :o-d-id
                       AND lc_o_id = :o-id
                       AND lc_ol_number = :ol-number
                   ORDER BY lc_expiry_d, lc_lot_no
           END-EXEC
           EXEC SQL OPEN c_pklot END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_pklot INTO :lc-lot-no, :lc-expiry-d,
                       :lc-qty
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               move lc-lot-no to ws-lot-no
               if lc-expiry-d = '9999-12-31'
                   move 'NONE' to ws-lot-exp
               else
                   move lc-expiry-d to ws-lot-exp
               end-if
               move lc-qty to ws-lot-qty
               exec cics writeq ts
                   queue(ws-report-q-name)
                   from(ws-lot-line)
                   length(length of ws-lot-line)
                   resp(ws-resp-writeq-ts)
               end-exec
               if ws-resp-writeq-ts = DFHRESP(NORMAL)
                   add 1 to rptcount
               end-if
           end-perform
           EXEC SQL CLOSE c_pklot END-EXEC
           .

       order-not-found.
           move "Order not found" to err

