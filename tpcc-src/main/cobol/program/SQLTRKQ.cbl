      * desk finally has something to key: the tracking number the
      * manifest generator assigned and printed. This looks the
      * number up in SHIPTRK and returns the order it covers, the
      * carrier (with the name off the CARRIER master), run date
      * and load, the order's DELVLOG events newest first, and the
      * DELCONF proof-of-delivery row when the driver's
      * confirmation has been keyed, and what was in each carton
      * the order was packed into - "carton 3 of 4 never came" is
      * answered from CARTONLN.
      *
      * A number SHIPTRK does not know is tried as the reference a
      * vendor gave when it confirmed a drop-ship line shipped
      * (SQLDSHP), so the same inquiry answers for goods that never
      * left our dock.
      *
      * SQL only - no VSM counterpart, Returns precedent.
      *=================================================================

           EXEC SQL BEGIN DECLARE SECTION END-EXEC

       01  ws-ds-po-id                       pic s9(9) comp.
       01  ws-ds-po-ind                      pic s9(4) comp.
       01  datetime                          pic x(19).
           EXEC SQL END DECLARE SECTION END-EXEC

           move ctmn  to dtmin
           move ctss  to dtsec

           move 'N' to tqdropship
           move 0 to tqdroppoid
           move spaces to tqvnname
           move trackno to tk-no
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT tk_w_id, tk_d_id, tk_o_id, tk_car_id,
                   tk_run_d, COALESCE(tk_load_no, 1)
               INTO :tk-w-id, :tk-d-id, :tk-o-id, :tk-car-id,
                   :tk-run-d, :tk-load-no
               FROM shiptrk
               WHERE tk_no = :tk-no
           END-EXEC
           if sqlcode = 100
               perform find-drop-ship-ref
           end-if

           move tk-w-id to tqwid
           move tk-d-id to tqdid
           move tk-o-id to tqoid
           move tk-car-id to tqcarid
           move tk-run-d to tqrundate
           move tk-load-no to tqloadno

           if not track-drop-ship
               move tk-car-id to car-id
               move spaces to tqcarname
               EXEC SQL
                   SELECT car_name INTO :car-name
                   FROM carrier
                   WHERE car_id = :car-id
               END-EXEC
               if sqlcode = 0
                   move car-name to tqcarname
               end-if
           end-if

           perform fill-delivery-log
           perform fill-confirmation
           perform fill-carton-contents
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           move "Tracking inquiry complete" to msg
           move 0 to result-code
           perform audit-return.

      *> the vendor's reference off a confirmed drop-ship
      *> line stands in for the tracking number; the lowest PO line
      *> when one shipment covered several
       find-drop-ship-ref.
           move trackno to po-ds-ref
           EXEC SQL
               SELECT MIN(po_id) INTO :ws-ds-po-id :ws-ds-po-ind
               FROM purchase_order
               WHERE po_ds_ref = :po-ds-ref
                   AND po_ds_o_id IS NOT NULL
           END-EXEC
           if ws-ds-po-ind < 0
               go to track-not-found
           end-if
           move ws-ds-po-id to po-id
           EXEC SQL WHENEVER NOT FOUND go to track-not-found
               END-EXEC
           EXEC SQL
               SELECT po_ds_w_id, po_ds_d_id, po_ds_o_id,
                   po_ds_ship_d, vn_name
               INTO :po-ds-w-id, :po-ds-d-id, :po-ds-o-id,
                   :po-ds-ship-d, :vn-name
               FROM purchase_order, vendor
               WHERE po_id = :po-id AND vn_id = po_vn_id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           move 'Y' to tqdropship
           move po-id to tqdroppoid
           move vn-name to tqvnname
           move vn-name to tqcarname
           move po-ds-w-id to tk-w-id
           move po-ds-d-id to tk-d-id
           move po-ds-o-id to tk-o-id
           move 0 to tk-car-id
           move po-ds-ship-d to tk-run-d
           move 0 to tk-load-no
           .

       fill-delivery-log.
           move 0 to tqlogcount
           move tk-w-id to dl-w-id
           end-if
           .

      *> the carton count off the order, then the contents
      *> of every carton or just the one asked about
       fill-carton-contents.
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           move 0 to tqcartoncnt
           move 0 to tqcontentcount
           move tk-w-id to o-w-id
           move tk-d-id to o-d-id
           move tk-o-id to o-id
           EXEC SQL
               SELECT COALESCE(o_carton_cnt, 0)
               INTO :o-carton-cnt
               FROM orders
               WHERE o_w_id = :o-w-id AND o_d_id = :o-d-id
                   AND o_id = :o-id
           END-EXEC
           if sqlcode = 0
               move o-carton-cnt to tqcartoncnt
           end-if

           move tqcartonno to cm-carton-no
           EXEC SQL
               DECLARE c_trkctn CURSOR FOR
               SELECT cm_carton_no, cm_ol_number, cm_i_id, i_name,
                   cm_qty, cm_weight
                   FROM cartonln, item
                   WHERE cm_w_id = :o-w-id AND cm_d_id = :o-d-id
                       AND cm_o_id = :o-id
                       AND (:cm-carton-no = 0
                           OR cm_carton_no = :cm-carton-no)
                       AND i_id = cm_i_id
                   ORDER BY cm_carton_no, cm_ol_number
           END-EXEC
           EXEC SQL OPEN c_trkctn END-EXEC
           perform until sqlcode = 100 or tqcontentcount >= 20
               EXEC SQL
                   FETCH c_trkctn INTO :cm-carton-no, :cm-ol-number,
                       :cm-i-id, :i-name, :cm-qty, :cm-weight
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               add 1 to tqcontentcount
               move cm-carton-no to tqctncarton (tqcontentcount)
               move cm-ol-number to tqctnline (tqcontentcount)
               move cm-i-id to tqctnitem (tqcontentcount)
               move i-name to tqctniname (tqcontentcount)
               move cm-qty to tqctnqty (tqcontentcount)
               move cm-weight to tqctnweight (tqcontentcount)
           end-perform
           EXEC SQL CLOSE c_trkctn END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

       track-not-found.
           move "Tracking number not found" to err

