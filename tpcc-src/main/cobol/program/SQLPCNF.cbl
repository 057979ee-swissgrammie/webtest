      *     fills it when stock returns and the fill letter tells
      *     the customer
      *
      * What was picked comes off the item's locations (BINQTY) in
      * the order the pick ticket directed - primary pick face
      * first, then overflow - so the location master keeps up
      * with the floor; a kit's components come off theirs.
      *
      * A wave (SQLWAVE) confirms an item at a time against the
      * whole wave: what was picked fills the wave's expedited
      * orders first, then the rest oldest entry date first, and
      * whatever falls short lands on the newest standard order,
      * each line's shortfall posted as above. A kit line
      * on a wave confirms component by component, and takes its
      * PICKCONF row - in whole kits - with its last component.
      *
      * A line confirms exactly once. SQL only - no VSM
      * counterpart, Returns precedent.
      *=================================================================

           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  ws-conf-cnt                       pic s9(9) comp.
       01  ws-dir-i-id                       pic s9(9) comp.
       01  ws-dir-take                       pic s9(9) comp.
       01  ws-kit-comp-cnt                   pic s9(9) comp.
       01  ws-short-i-id                     pic s9(9) comp.
       01  ws-wave-lines                     pic s9(9) comp.
       01  ws-wave-need                      pic s9(9) comp.
       01  ws-wave-take                      pic s9(9) comp.
       01  ws-kit-open-cnt                   pic s9(9) comp.
           EXEC SQL END DECLARE SECTION END-EXEC
       01  ws-dir-need                       pic s9(9) comp.
       01  ws-line-picked                    pic s9(9) comp.
       01  ws-wave-left                      pic s9(9) comp.

       copy tpctdata.
       copy cpyaudt.

           move 0 to shortqty

           if waveid not = 0
               perform confirm-wave-item
           end-if

           move wid to ol-w-id
           move did to ol-d-id
           move oid to ol-o-id
               perform bad-quantity
           end-if

           move pickedqty to ws-line-picked
           perform post-line-pick

           if pk-short-qty not = 0
               move "Short pick recorded" to msg
           else
               move "Pick confirmed" to msg
           end-if
           move pk-short-qty to shortqty

           EXEC CICS SYNCPOINT END-EXEC

           move 0 to result-code
           perform audit-return.

      *> every open line of the wave that wants the item,
      *> expedited orders then oldest first, takes what was
      *> picked until it runs out; the rest go short
       confirm-wave-item.
           move waveid to wv-id
           EXEC SQL WHENEVER NOT FOUND go to wave-not-found END-EXEC
           EXEC SQL
               SELECT wv_w_id, wv_status
               INTO :wv-w-id, :wv-status
               FROM wave
               WHERE wv_id = :wv-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           if wv-w-id not = wid
               perform wave-not-found
           end-if
           if wv-status not = 'O'
               perform wave-closed
           end-if

           move wv-id to wl-wv-id
           move itemid to wl-i-id
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(wl_qty), 0)
               INTO :ws-wave-lines, :ws-wave-need
               FROM waveline
               WHERE wl_wv_id = :wl-wv-id AND wl_i_id = :wl-i-id
                   AND wl_status = 'O'
           END-EXEC
           if ws-wave-lines = 0
               perform item-not-on-wave
           end-if
           if wavepickedqty > ws-wave-need
               perform bad-quantity
           end-if

           move wavepickedqty to ws-wave-left
           move 0 to waveshortqty
           move 0 to wavelines

           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DECLARE c_pcwave CURSOR FOR
               SELECT wl_d_id, wl_o_id, wl_ol_number, wl_kit_i_id,
                   wl_qty
                   FROM waveline
                   WHERE wl_wv_id = :wl-wv-id AND wl_i_id = :wl-i-id
                       AND wl_status = 'O'
                   ORDER BY COALESCE(wl_rush, ' ') DESC,
                       wl_o_entry_d, wl_d_id, wl_o_id,
                       wl_ol_number, wl_kit_i_id
           END-EXEC
           EXEC SQL OPEN c_pcwave END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_pcwave INTO :wl-d-id, :wl-o-id,
                       :wl-ol-number, :wl-kit-i-id, :wl-qty
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               perform confirm-wave-line
           end-perform
           EXEC SQL CLOSE c_pcwave END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

      *> the wave closes when its last line is confirmed
           EXEC SQL
               SELECT COUNT(*) INTO :ws-wave-lines
               FROM waveline
               WHERE wl_wv_id = :wl-wv-id AND wl_status = 'O'
           END-EXEC
           if ws-wave-lines = 0
               EXEC SQL
                   UPDATE wave
                   SET wv_status = 'C'
                   WHERE wv_id = :wv-id
               END-EXEC
           end-if

           if waveshortqty not = 0
               move "Wave short pick allocated" to msg
           else
               move "Wave pick confirmed" to msg
           end-if

           EXEC CICS SYNCPOINT END-EXEC

           move 0 to result-code
           perform audit-return.

      *> one wave line: a plain line posts like a ticket line
      *> confirmation (unless the line was already confirmed off
      *> its own ticket); a kit component comes off its own
      *> locations and goes short on its own
       confirm-wave-line.
           if ws-wave-left < wl-qty
               move ws-wave-left to ws-wave-take
           else
               move wl-qty to ws-wave-take
           end-if
           subtract ws-wave-take from ws-wave-left

           EXEC SQL
               UPDATE waveline
               SET wl_picked_qty = :ws-wave-take, wl_status = 'C'
               WHERE wl_wv_id = :wl-wv-id AND wl_d_id = :wl-d-id
                   AND wl_o_id = :wl-o-id
                   AND wl_ol_number = :wl-ol-number
                   AND wl_i_id = :wl-i-id
           END-EXEC

           move wid to ol-w-id
           move wl-d-id to ol-d-id
           move wl-o-id to ol-o-id
           move wl-ol-number to ol-number
           EXEC SQL
               SELECT ol_i_id, ol_supply_w_id, ol_quantity
               INTO :ol-i-id, :ol-supply-w-id, :ol-quantity
               FROM order_line
               WHERE ol_o_id=:ol-o-id AND ol_d_id=:ol-d-id
                   AND ol_w_id=:ol-w-id AND ol_number=:ol-number
           END-EXEC

           if wl-kit-i-id = 0
               move ol-w-id to pk-w-id
               move ol-d-id to pk-d-id
               move ol-o-id to pk-o-id
               move ol-number to pk-ol-number
               EXEC SQL
                   SELECT COUNT(*) INTO :ws-conf-cnt
                   FROM pickconf
                   WHERE pk_w_id = :pk-w-id AND pk_d_id = :pk-d-id
                       AND pk_o_id = :pk-o-id
                       AND pk_ol_number = :pk-ol-number
               END-EXEC
               if ws-conf-cnt = 0
                   move ws-wave-take to ws-line-picked
                   perform post-line-pick
                   add pk-short-qty to waveshortqty
               end-if
           else
               move wl-i-id to ws-dir-i-id
               move ws-wave-take to ws-dir-need
               perform take-from-locations
               compute pk-short-qty = wl-qty - ws-wave-take
               if pk-short-qty not = 0
                   move wl-i-id to ws-short-i-id
                   perform record-short-pick
                   add pk-short-qty to waveshortqty
               end-if
               perform close-wave-kit-line
           end-if
           add 1 to wavelines
           .

      *> once the last component of a kit line is confirmed the
      *> line gets its PICKCONF row, the whole kits the components
      *> picked make up; each component's short already posted
       close-wave-kit-line.
           EXEC SQL
               SELECT COUNT(*) INTO :ws-kit-open-cnt
               FROM waveline
               WHERE wl_wv_id = :wl-wv-id AND wl_d_id = :wl-d-id
                   AND wl_o_id = :wl-o-id
                   AND wl_ol_number = :wl-ol-number
                   AND wl_status = 'O'
           END-EXEC
           if ws-kit-open-cnt = 0
               move ol-w-id to pk-w-id
               move ol-d-id to pk-d-id
               move ol-o-id to pk-o-id
               move ol-number to pk-ol-number
               EXEC SQL
                   SELECT COUNT(*) INTO :ws-conf-cnt
                   FROM pickconf
                   WHERE pk_w_id = :pk-w-id AND pk_d_id = :pk-d-id
                       AND pk_o_id = :pk-o-id
                       AND pk_ol_number = :pk-ol-number
               END-EXEC
               if ws-conf-cnt = 0
                   EXEC SQL
                       SELECT MIN(wl_picked_qty / kc_qty)
                       INTO :pk-picked-qty
                       FROM waveline, kitcomp
                       WHERE wl_wv_id = :wl-wv-id
                           AND wl_d_id = :wl-d-id
                           AND wl_o_id = :wl-o-id
                           AND wl_ol_number = :wl-ol-number
                           AND kc_kit_i_id = wl_kit_i_id
                           AND kc_comp_i_id = wl_i_id
                   END-EXEC
                   compute pk-short-qty = ol-quantity - pk-picked-qty
                   move keyedby to pk-keyed-by
                   move datetime to pk-entry-d
                   EXEC SQL
                       INSERT INTO pickconf
                           (pk_w_id, pk_d_id, pk_o_id, pk_ol_number,
                               pk_picked_qty, pk_short_qty,
                               pk_keyed_by, pk_entry_d)
                           VALUES (:pk-w-id, :pk-d-id, :pk-o-id,
                               :pk-ol-number, :pk-picked-qty,
                               :pk-short-qty, :pk-keyed-by,
                               :pk-entry-d)
                   END-EXEC
               end-if
           end-if
           .

      *> the PICKCONF row for ws-line-picked of the line, what
      *> was picked off its locations, and any shortfall
       post-line-pick.
           move ws-line-picked to pk-picked-qty
           compute pk-short-qty = ol-quantity - ws-line-picked
           move keyedby to pk-keyed-by
           move datetime to pk-entry-d
           EXEC SQL
                       :pk-short-qty, :pk-keyed-by, :pk-entry-d)
           END-EXEC

           move ol-i-id to kc-kit-i-id
           EXEC SQL
               SELECT COUNT(*) INTO :ws-kit-comp-cnt
               FROM kitcomp
               WHERE kc_kit_i_id = :kc-kit-i-id
           END-EXEC
           if ws-kit-comp-cnt = 0
               move ol-i-id to ws-dir-i-id
               move ws-line-picked to ws-dir-need
               perform take-from-locations
           else
               perform take-kit-from-locations
           end-if

           if pk-short-qty not = 0
               move ol-i-id to ws-short-i-id
               perform record-short-pick
           end-if
           .

      *> ws-dir-need of ws-dir-i-id off its locations at the
      *> supplying warehouse, primary first, never below zero;
      *> the CLOSE leaves sqlcode 0 for a loop this runs inside
       take-from-locations.
           move ol-supply-w-id to bq-w-id
           move ws-dir-i-id to bq-i-id
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DECLARE c_pcloc CURSOR FOR
               SELECT bq_loc, bq_qty
                   FROM binqty
                   WHERE bq_w_id = :bq-w-id AND bq_i_id = :bq-i-id
                       AND bq_qty > 0
                   ORDER BY bq_role DESC, bq_loc
           END-EXEC
           EXEC SQL OPEN c_pcloc END-EXEC
           perform until sqlcode = 100 or ws-dir-need = 0
               EXEC SQL
                   FETCH c_pcloc INTO :bq-loc, :bq-qty
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               if bq-qty < ws-dir-need
                   move bq-qty to ws-dir-take
               else
                   move ws-dir-need to ws-dir-take
               end-if
               EXEC SQL
                   UPDATE binqty
                   SET bq_qty = bq_qty - :ws-dir-take
                   WHERE bq_w_id = :bq-w-id AND bq_i_id = :bq-i-id
                       AND bq_loc = :bq-loc
               END-EXEC
               subtract ws-dir-take from ws-dir-need
           end-perform
           EXEC SQL CLOSE c_pcloc END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

      *> each component of a picked kit, by the kits picked
       take-kit-from-locations.
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DECLARE c_pckit CURSOR FOR
               SELECT kc_comp_i_id, kc_qty
                   FROM kitcomp
                   WHERE kc_kit_i_id = :kc-kit-i-id
           END-EXEC
           EXEC SQL OPEN c_pckit END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_pckit INTO :kc-comp-i-id, :kc-qty
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               move kc-comp-i-id to ws-dir-i-id
               compute ws-dir-need = kc-qty * ws-line-picked
               perform take-from-locations
           end-perform
           EXEC SQL CLOSE c_pckit END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

      *> the bin didn't hold what the book said: correct
      *> the book with a shrinkage STKADJ at the supplying
               SELECT s_quantity INTO :s-quantity
               FROM stock
               WHERE s_w_id = :ol-supply-w-id
                   AND s_i_id = :ws-short-i-id
           END-EXEC

           move ol-supply-w-id to sa-w-id
           move ws-short-i-id to sa-i-id
           move s-quantity to sa-old-qty
           compute sa-new-qty = s-quantity - pk-short-qty
           compute sa-variance = 0 - pk-short-qty
               UPDATE stock
               SET s_quantity = s_quantity - :pk-short-qty
               WHERE s_w_id = :ol-supply-w-id
                   AND s_i_id = :ws-short-i-id
           END-EXEC

           move ol-w-id to bo-w-id
           move ol-d-id to bo-d-id
           move ol-o-id to bo-o-id
           move ol-number to bo-ol-number
           move ws-short-i-id to bo-i-id
           move ol-supply-w-id to bo-supply-w-id
           move pk-short-qty to bo-qty
           move 'O' to bo-status
           move 3 to result-code
           perform audit-return.

       wave-not-found.
           move "Wave not found for this warehouse" to err

           move 4 to result-code
           perform audit-return.

       wave-closed.
           move "Wave is already fully confirmed" to err

           move 5 to result-code
           perform audit-return.

       item-not-on-wave.
           move "Item has no open lines on the wave" to err

           move 6 to result-code
           perform audit-return.

       SQLErr.
           move sqlcode to csqlcode
           string
