      * a header addressed from the CARRIER master, then one line per
      * order that carrier delivered that day - customer name,
      * street, city, zip (from the c-record fields), the order id,
      * the order's line count, and the cartons it was packed
      * into (SQLPACK). "Delivered that day" is read off
      * ol_delivery_d, the timestamp SQLDELV stamps on every line of
      * an order as it sweeps it.
      *
      * An expedited order (o_priority) is planned onto the first
      * load ahead of every other stop, and prints first within
      * its receiving-window pass.
      *
      * A run is load-planned before it prints. When the run is
      * more than one truck can carry - the carrier's capacity by
      * weight or by stops - it is split into as many loads as it
      * needs: stops with a receiving window go first, then by
      * delivery zone (first digit of the zip, as FRTRATE zones
      * freight), each load filled in turn. Every load prints as
      * its own manifest with its own weight, and the tracking
      * number each stop is given names its load. A reprint keeps
      * the loads already planned and only plans stops new to the
      * run.
      *
      * A regulated item the carrier may not carry (a HAZREST
      * carrier row, see SQLHAZM) keeps its order off the run: the
      * order is not planned onto a load and prints instead under
      * HELD at the end, naming the item, so dispatch can send it
      * with another carrier. An item that does go and has a
      * shipping declaration (ITEMHAZ) prints a HAZMAT line under
      * its stop with the class, UN number and shipping name.
      *
      * A drop-ship line (ol_drop_po) went out from the vendor,
      * not on the truck, and is left out of every stop, weight
      * and declaration here.
      *
      * A cash-on-delivery order's stop carries COD DUE and the
      * amount the driver is to collect: the goods on this truck,
      * plus the freight when this run completed the order.
      *
      * A trading partner's order (c_asn_queue) is also sent to
      * the partner as an advance ship notice (SQLASNX) as its stop
      * prints - once per order and run, so a reprint sends nothing
      * new.
      *
      * Queued to TS queue MNFRPT, same "writeq ts" idiom as the
      * activity report.
      *
           03  ws-mnf-car-name               pic x(10).
           03  filler                        pic x(1) value space.
           03  ws-mnf-car-city               pic x(20).
           03  filler                        pic x(6)
               value ' LOAD '.
           03  ws-mnf-load                   pic z9.
           03  filler                        pic x(4) value ' OF '.
           03  ws-mnf-load-of                pic z9.
       01  ws-stop-line.
           03  filler                        pic x(6)
               value 'STOP  '.
           03  ws-mnf-lines                  pic z9.
           03  filler                        pic x(5)
               value ' TRK '.
           03  ws-mnf-trk                    pic x(16).
           03  filler                        pic x(6)
               value ' CTNS '.
           03  ws-mnf-ctns                   pic z9.
      *> ' COD DUE ' and the amount on a cash-on-delivery stop,
      *> blank on one paid on account
           03  ws-mnf-cod-tag                pic x(9).
           03  ws-mnf-cod                    pic z(7)9.99
                                             blank when zero.
       01  ws-hazmat-line.
           03  filler                        pic x(13)
               value '      HAZMAT '.
           03  ws-hzl-item                   pic z(5)9.
           03  filler                        pic x(5) value ' QTY '.
           03  ws-hzl-qty                    pic z9.
           03  filler                        pic x(7) value ' CLASS '.
           03  ws-hzl-class                  pic x(6).
           03  filler                        pic x(4) value ' UN '.
           03  ws-hzl-un-no                  pic x(6).
           03  filler                        pic x(1) value space.
           03  ws-hzl-ship-name              pic x(24).
       01  ws-held-line.
           03  filler                        pic x(6)
               value 'HELD  '.
           03  ws-hld-oid                    pic z(7)9.
           03  filler                        pic x(6) value ' ITEM '.
           03  ws-hld-item                   pic z(5)9.
           03  filler                        pic x(30)
               value ' NOT PERMITTED ON THIS CARRIER'.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  ws-tk-seq                         pic s9(9) comp.
       01  ws-ship-to                        pic s9(9) comp.
       01  ws-ship-to-ind                    pic s9(4) comp.
       01  ws-mnf-pass                       pic s9(9) comp.
       01  ws-print-load                     pic s9(9) comp.
       01  ws-stop-weight                    pic s9(9)v99 comp-3.
       01  ws-stop-load                      pic s9(9) comp.
       01  ws-stop-load-ind                  pic s9(4) comp.
       01  ws-haz-held                       pic s9(9) comp.
       01  ws-cod-due                        pic s9(8)v99 comp-3.
       01  ws-cod-freight                    pic s9(6)v99 comp-3.
       01  ws-cod-open                       pic s9(9) comp.
           EXEC SQL END DECLARE SECTION END-EXEC
       01  ws-held-prev-oid                  pic s9(9) comp.
       01  ws-held-prev-did                  pic s9(9) comp.

      *> what each planned load of the run carries so far
       01  ws-load-table.
           03  ws-load-entry occurs 99.
               05  ws-ld-weight              pic s9(9)v99 comp-3.
               05  ws-ld-stops               pic s9(9) comp.
       01  ws-load-cnt                       pic s9(9) comp.
       01  ws-cur-load                       pic s9(9) comp.
       01  ws-plan-pass                      pic s9(9) comp.
       01  ws-load-fits                      pic x(1).

      *> builds the quotable 'TK' number from the
      *> warehouse, the shiptrk_seq counter and the load
       01  ws-tk-build.
           03  filler                        pic x(2) value 'TK'.
           03  ws-tk-build-w                 pic 9(4).
           03  ws-tk-build-seq               pic 9(8).
           03  ws-tk-build-load              pic 9(2).

           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  ws-load-weight                    pic s9(9)v99 comp-3.
           EXEC SQL END DECLARE SECTION END-EXEC

      *> the advance ship notice for a trading partner's
      *> order
       01  ws-asnx-ca.
           copy cpyasnx.

       01  ws-weight-line.
           03  filler                        pic x(24)
               value 'TOTAL LOAD WEIGHT (LB)  '.

           move 0 to rptcount
           move 0 to ordercount
           move 0 to loadcount
           move 0 to heldcount
           move 0 to asncount

           if rundate = spaces
               move datetime(1:10) to ws-run-date
      *> against
           move carrierid to car-id
           EXEC SQL
               SELECT car_name, car_city,
                   COALESCE(car_max_weight, 0),
                   COALESCE(car_max_stops, 0)
               INTO :car-name, :car-city, :car-max-weight,
                   :car-max-stops
               FROM carrier
               WHERE car_id = :car-id
           END-EXEC
           move carrierid to ws-mnf-car
           move car-name to ws-mnf-car-name
           move car-city to ws-mnf-car-city

           move wid to o-w-id
           move carrierid to o-carrier-id

           perform plan-loads

      *> one stop per order this carrier delivered on the
      *> run date: the delivery sweep stamps every line of an order
      *> with the same ol_delivery_d, so matching any line's
           EXEC SQL
               DECLARE c_manifest CURSOR FOR
               SELECT o_id, o_d_id, o_c_id, o_ol_cnt,
                   o_ship_to, COALESCE(o_carton_cnt, 0),
                   COALESCE(o_pay_method, ' '),
                   COALESCE(o_freight, 0) + COALESCE(o_rush_chg, 0)
                   FROM orders, customer
                   WHERE o_w_id = :o-w-id
                       AND o_carrier_id = :o-carrier-id
                                AND ol_d_id = o_d_id
                                AND ol_o_id = o_id
                                AND ol_delivery_d LIKE
                                    :ws-run-date-pat
                                AND ol_drop_po IS NULL)
                       AND EXISTS
                           (SELECT 1 FROM shiptrk
                            WHERE tk_w_id = o_w_id
                                AND tk_d_id = o_d_id
                                AND tk_o_id = o_id
                                AND COALESCE(tk_load_no, 1) =
                                    :ws-print-load)
                   ORDER BY CASE WHEN COALESCE(o_priority, ' ') = ' '
                                THEN 1 ELSE 0 END,
                       SUBSTR(c_zip, 1, 1), o_d_id, o_id
           END-EXEC
      *> one manifest per load, stops in zone order
           perform varying ws-print-load from 1 by 1
               until ws-print-load > ws-load-cnt
               move ws-print-load to ws-mnf-load
               move ws-load-cnt to ws-mnf-load-of
               perform queue-header-line
               perform varying ws-mnf-pass from 1 by 1
                   until ws-mnf-pass > 2
                   EXEC SQL OPEN c_manifest END-EXEC
                   EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
                   perform until sqlcode = 100
                       EXEC SQL
                           FETCH c_manifest INTO :o-id, :o-d-id,
                               :o-c-id, :o-ol-cnt,
                               :ws-ship-to :ws-ship-to-ind,
                               :o-carton-cnt, :o-pay-method,
                               :ws-cod-freight
                       END-EXEC
                       if sqlcode = 100
                           exit perform
                       end-if
                       perform queue-one-stop
                   end-perform
                   EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
                   EXEC SQL CLOSE c_manifest END-EXEC
               end-perform

      *> the load's weight, so dispatch can see an
      *> overloaded truck on paper before it leaves
               perform queue-load-weight
           end-perform
           move ws-load-cnt to loadcount

      *> what the carrier may not carry, so dispatch can
      *> rebook it
           perform queue-held-stops

           move "Manifest queued" to msg

                   AND ol_w_id = o_w_id AND ol_d_id = o_d_id
                   AND ol_o_id = o_id
                   AND ol_delivery_d LIKE :ws-run-date-pat
                   AND ol_drop_po IS NULL
                   AND i_id = ol_i_id
                   AND EXISTS
                       (SELECT 1 FROM shiptrk
                        WHERE tk_w_id = o_w_id
                            AND tk_d_id = o_d_id
                            AND tk_o_id = o_id
                            AND COALESCE(tk_load_no, 1) =
                                :ws-print-load)
           END-EXEC
           move ws-load-weight to ws-wgt-total
           exec cics writeq ts
           end-if
           .

      *> every stop of the run onto a load: first the stops a
      *> previous print already planned, counted against their
      *> loads, then the new ones in window / zone order, each
      *> onto the current load while it still has room by weight
      *> and by stops, else onto the next. A stop alone on a load
      *> goes even if it is over on its own.
       plan-loads.
           initialize ws-load-table
           move 0 to ws-load-cnt
           move 1 to ws-cur-load
           EXEC SQL
               DECLARE c_mnplan CURSOR FOR
               SELECT o_id, o_d_id,
                   (SELECT COALESCE(SUM(ol_quantity * i_weight), 0)
                        FROM order_line, item
                        WHERE ol_w_id = o_w_id
                            AND ol_d_id = o_d_id
                            AND ol_o_id = o_id
                            AND ol_delivery_d LIKE :ws-run-date-pat
                            AND ol_drop_po IS NULL
                            AND i_id = ol_i_id),
                   (SELECT COALESCE(tk_load_no, 1)
                        FROM shiptrk
                        WHERE tk_w_id = o_w_id
                            AND tk_d_id = o_d_id
                            AND tk_o_id = o_id)
                   FROM orders, customer
                   WHERE o_w_id = :o-w-id
                       AND o_carrier_id = :o-carrier-id
                       AND c_w_id = o_w_id AND c_d_id = o_d_id
                       AND c_id = o_c_id
                       AND EXISTS
                           (SELECT 1 FROM order_line
                            WHERE ol_w_id = o_w_id
                                AND ol_d_id = o_d_id
                                AND ol_o_id = o_id
                                AND ol_delivery_d LIKE
                                    :ws-run-date-pat
                                AND ol_drop_po IS NULL)
                   ORDER BY CASE WHEN COALESCE(o_priority, ' ') = ' '
                                THEN 1 ELSE 0 END,
                       CASE WHEN c_recv_from IS NOT NULL
                                AND c_recv_from <> '     '
                                THEN 1 ELSE 2 END,
                       SUBSTR(c_zip, 1, 1), o_d_id, o_id
           END-EXEC
           perform varying ws-plan-pass from 1 by 1
               until ws-plan-pass > 2
               EXEC SQL OPEN c_mnplan END-EXEC
               EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
               perform until sqlcode = 100
                   EXEC SQL
                       FETCH c_mnplan INTO :o-id, :o-d-id,
                           :ws-stop-weight,
                           :ws-stop-load :ws-stop-load-ind
                   END-EXEC
                   if sqlcode = 100
                       exit perform
                   end-if
                   if ws-plan-pass = 1 and ws-stop-load-ind >= 0
                       perform count-planned-stop
                   end-if
                   if ws-plan-pass = 2 and ws-stop-load-ind < 0
                       perform check-carrier-restriction
                       if ws-haz-held = 0
                           perform plan-one-stop
                       end-if
                   end-if
               end-perform
               EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
               EXEC SQL CLOSE c_mnplan END-EXEC
           end-perform
      *> a run with nothing on it still prints its one sheet
           if ws-load-cnt = 0
               move 1 to ws-load-cnt
           end-if
           .

       count-planned-stop.
           if ws-stop-load > 99
               move 99 to ws-stop-load
           end-if
           add ws-stop-weight to ws-ld-weight (ws-stop-load)
           add 1 to ws-ld-stops (ws-stop-load)
           if ws-stop-load > ws-load-cnt
               move ws-stop-load to ws-load-cnt
           end-if
           .

       plan-one-stop.
           move 'N' to ws-load-fits
           perform until ws-load-fits = 'Y'
               perform check-load-fit
               if ws-load-fits not = 'Y'
                   add 1 to ws-cur-load
               end-if
           end-perform
           add ws-stop-weight to ws-ld-weight (ws-cur-load)
           add 1 to ws-ld-stops (ws-cur-load)
           if ws-cur-load > ws-load-cnt
               move ws-cur-load to ws-load-cnt
           end-if
           move ws-cur-load to ws-stop-load
           perform assign-tracking-number
           .

      *> an order carrying an item this carrier may not
      *> carry stays off the run - no load, no tracking number
       check-carrier-restriction.
           EXEC SQL
               SELECT COUNT(*) INTO :ws-haz-held
               FROM order_line, hazrest
               WHERE ol_w_id = :o-w-id AND ol_d_id = :o-d-id
                   AND ol_o_id = :o-id
                   AND ol_delivery_d LIKE :ws-run-date-pat
                   AND ol_drop_po IS NULL
                   AND hr_i_id = ol_i_id
                   AND hr_car_id = :o-carrier-id
           END-EXEC
           .

       check-load-fit.
           if ws-cur-load > 99
               perform too-many-loads
           end-if
           move 'Y' to ws-load-fits
           if ws-ld-stops (ws-cur-load) > 0
               if car-max-weight > 0
                   and ws-ld-weight (ws-cur-load) + ws-stop-weight
                       > car-max-weight
                   move 'N' to ws-load-fits
               end-if
               if car-max-stops > 0
                   and ws-ld-stops (ws-cur-load) >= car-max-stops
                   move 'N' to ws-load-fits
               end-if
           end-if
           .

       queue-one-stop.
           perform assign-tracking-number
           move o-c-id to c-id
           EXEC SQL
               SELECT c_last, c_street_1, c_city, c_zip,
                   COALESCE(c_asn_queue, ' ')
               INTO :c-last, :c-street-1, :c-city, :c-zip,
                   :c-asn-queue
               FROM customer
               WHERE c_w_id = :o-w-id AND c_d_id = :o-d-id
                   AND c_id = :c-id
           end-if
           move o-ol-cnt to ws-mnf-lines
           move tk-no to ws-mnf-trk
      *> the cartons packing put the order in, so the driver
      *> can count them off the truck (0 = not packed)
           move o-carton-cnt to ws-mnf-ctns
      *> what the driver collects at the door on a COD order
           move spaces to ws-mnf-cod-tag
           move 0 to ws-mnf-cod
           if o-pay-method = 'C'
               perform compute-cod-due
               move ' COD DUE ' to ws-mnf-cod-tag
               move ws-cod-due to ws-mnf-cod
           end-if

           exec cics writeq ts
               queue(ws-report-q-name)
               add 1 to rptcount
               add 1 to ordercount
           end-if
           perform queue-hazmat-lines
           if c-asn-queue not = spaces
               perform send-ship-notice
           end-if
           .

      *> the partner's notice for this stop; a notice the
      *> queue would not take leaves its number logged, and the
      *> partner's gap report gets it resent
       send-ship-notice.
           initialize ship-notice-data
           move 'S' to asnreqtype
           move o-w-id to asnwid
           move o-d-id to asndid
           move o-id to asnoid
           move carrierid to asncarrier
           move ws-run-date to asnrundate
           exec cics link
               program('SQLASNX')
               commarea(ship-notice-data)
           end-exec
           if asnresult < 0
               move asnerr to err
               go to notice-failed
           end-if
           add asnsent to asncount
           .

      *> the goods on this truck for the order, plus its freight
      *> and any rush surcharge once the run has completed it (no
      *> NEW_ORDER row left) -
      *> the same amounts the sweep billed onto the balance
       compute-cod-due.
           EXEC SQL
               SELECT COALESCE(SUM(ol_amount), 0)
               INTO :ws-cod-due
               FROM order_line
               WHERE ol_w_id = :o-w-id AND ol_d_id = :o-d-id
                   AND ol_o_id = :o-id
                   AND ol_delivery_d LIKE :ws-run-date-pat
                   AND ol_drop_po IS NULL
           END-EXEC
           EXEC SQL
               SELECT COUNT(*) INTO :ws-cod-open
               FROM new_order
               WHERE no_w_id = :o-w-id AND no_d_id = :o-d-id
                   AND no_o_id = :o-id
           END-EXEC
           if ws-cod-open = 0
               add ws-cod-freight to ws-cod-due
           end-if
           .

      *> the declaration for each regulated item on the
      *> stop, printed under it for the driver
       queue-hazmat-lines.
           EXEC SQL
               DECLARE c_mnhaz CURSOR FOR
               SELECT ol_i_id, ol_quantity, ih_class, ih_un_no,
                   ih_ship_name
                   FROM order_line, itemhaz
                   WHERE ol_w_id = :o-w-id AND ol_d_id = :o-d-id
                       AND ol_o_id = :o-id
                       AND ol_delivery_d LIKE :ws-run-date-pat
                       AND ol_drop_po IS NULL
                       AND ih_i_id = ol_i_id
                   ORDER BY ol_number
           END-EXEC
           EXEC SQL OPEN c_mnhaz END-EXEC
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_mnhaz INTO :ol-i-id, :ol-quantity,
                       :ih-class, :ih-un-no, :ih-ship-name
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               move ol-i-id to ws-hzl-item
               move ol-quantity to ws-hzl-qty
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
           end-perform
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           EXEC SQL CLOSE c_mnhaz END-EXEC
           .

      *> the run's orders that never made a load because
      *> of a carrier restriction, one line per offending item
       queue-held-stops.
           move 0 to ws-held-prev-oid
           move 0 to ws-held-prev-did
           EXEC SQL
               DECLARE c_mnheld CURSOR FOR
               SELECT o_id, o_d_id, ol_i_id
                   FROM orders, order_line, hazrest
                   WHERE o_w_id = :o-w-id
                       AND o_carrier_id = :o-carrier-id
                       AND ol_w_id = o_w_id AND ol_d_id = o_d_id
                       AND ol_o_id = o_id
                       AND ol_delivery_d LIKE :ws-run-date-pat
                       AND ol_drop_po IS NULL
                       AND hr_i_id = ol_i_id
                       AND hr_car_id = o_carrier_id
                       AND NOT EXISTS
                           (SELECT 1 FROM shiptrk
                            WHERE tk_w_id = o_w_id
                                AND tk_d_id = o_d_id
                                AND tk_o_id = o_id)
                   ORDER BY o_d_id, o_id, ol_number
           END-EXEC
           EXEC SQL OPEN c_mnheld END-EXEC
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_mnheld INTO :o-id, :o-d-id, :ol-i-id
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               if o-id not = ws-held-prev-oid
                   or o-d-id not = ws-held-prev-did
                   add 1 to heldcount
                   move o-id to ws-held-prev-oid
                   move o-d-id to ws-held-prev-did
               end-if
               move o-id to ws-hld-oid
               move ol-i-id to ws-hld-item
               exec cics writeq ts
                   queue(ws-report-q-name)
                   from(ws-held-line)
                   length(length of ws-held-line)
                   resp(ws-resp-writeq-ts)
               end-exec
               if ws-resp-writeq-ts = DFHRESP(NORMAL)
                   add 1 to rptcount
               end-if
           end-perform
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           EXEC SQL CLOSE c_mnheld END-EXEC
           .

      *> each order on the run gets its quotable
               perform next-tk-seq
               move o-w-id to ws-tk-build-w
               move ws-tk-seq to ws-tk-build-seq
               move ws-stop-load to ws-tk-build-load
               move ws-tk-build to tk-no
               move o-w-id to tk-w-id
               move o-d-id to tk-d-id
               move o-carrier-id to tk-car-id
               move ws-run-date to tk-run-d
               move datetime to tk-entry-d
               move ws-stop-load to tk-load-no
               EXEC SQL
                   INSERT INTO shiptrk
                       (tk_no, tk_w_id, tk_d_id, tk_o_id,
                           tk_car_id, tk_run_d, tk_entry_d,
                           tk_load_no)
                       VALUES (:tk-no, :tk-w-id, :tk-d-id,
                           :tk-o-id, :tk-car-id, :tk-run-d,
                           :tk-entry-d, :tk-load-no)
               END-EXEC
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           move 1 to result-code
           perform audit-return.

      *> tracking numbers were already handed out, so undo them
       too-many-loads.
           move "Run needs more than 99 loads" to err

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC

           move 2 to result-code
           perform audit-return.

      *> the run's tracking numbers and notices go back
      *> together
       notice-failed.
           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC

           move -1 to result-code
           perform audit-return.

       SQLErr.
           move sqlcode to csqlcode
           string
