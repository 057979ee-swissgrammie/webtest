       identification division.

       program-id. sqlwave.

       author.    Heirloom Computing Inc.

      ******************************************************************
      *        Copyright (C) 2010-2018 Heirloom Computing Inc.         *
      *                                                                *
      *                        ALL RIGHTS RESERVED                     *
      ******************************************************************
      *                                                                *
      * Property of Heirloom Computing Inc.  This software contains    *
      * confidential and proprietary information of Heirloom Computing *
      * Inc. and is made available solely pursuant to the terms of a   *
      * software license agreement, which governs its use.             *
      *                                                                *
      * No disclosure, reproduction or use of any portion of these     *
      * materials may be made without the express written consent of   *
      * Heirloom Computing Inc.                                        *
      *                                                                *
      ******************************************************************

      *=================================================================
      * TPCC wave build across a delivery sweep
      *
      * One pick ticket per order sent the picker down the same
      * aisles ten times for the ten orders one delivery sweep
      * takes. Given a warehouse and the carrier the sweep will run
      * under, this takes the order SQLDELV will deliver next in
      * each district - oldest queued first, passing over an order
      * outside its customer's receiving window or with nothing
      * shippable, exactly as the sweep does - and builds one wave
      * (WAVE/WAVELINE) from their shippable lines:
      *
      *   - a consolidated pick list, quantity summed per item, in
      *     bin walk order - the item's primary pick face where the
      *     location master has one, else the district stock label
      *   - a put-to-order breakdown under it: for each pick, which
      *     order and line gets how much, expedited orders first,
      *     then oldest first
      *
      * A kit line goes on the wave as its components. An order
      * already on an open wave is left with that wave. Queued to
      * TS queue WAVRPT; SQLPCNF confirms picks against the wave.
      *
      * SQL only - no VSM counterpart, Returns precedent.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
LJ     SOURCE-COMPUTER. JVM with debugging mode. | SETS DEBUGGING ON
       SPECIAL-NAMES.
LJ    * IMPLEMENTOR clause.
LJ     SYSERR IS OUTERR. | DISPLAY goes to SYSERR
LJ    * SYSOUT IS OUTERR.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  ws-program-name                   pic x(8) value 'SQLWAVE '.

           EXEC SQL INCLUDE SQLCA END-EXEC

           EXEC SQL INCLUDE TPCC END-EXEC

       01  currentdate.
           03  cdyyyy                        pic 9(4).
           03  cdmm                          pic 9(2).
           03  cddd                          pic 9(2).
       01  currenttime.
           03  cthh                          pic 9(2).
           03  ctmn                          pic 9(2).
           03  ctss                          pic 9(2).

           EXEC SQL BEGIN DECLARE SECTION END-EXEC

       01  datetime                          pic x(19).
           EXEC SQL END DECLARE SECTION END-EXEC

       01  filler redefines datetime.
           03  dtyear                        pic x(4).
           03  filler                        pic x(1).
           03  dtmonth                       pic x(2).
           03  filler                        pic x(1).
           03  dtday                         pic x(2).
           03  filler                        pic x(1).
           03  dthour                        pic x(2).
           03  filler                        pic x(1).
           03  dtmin                         pic x(2).
           03  filler                        pic x(1).
           03  dtsec                         pic x(2).

       01  DIST-PER-WARE                     pic s9(8) comp value 10.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  ws-ship-cnt                       pic s9(9) comp.
       01  ws-wave-cnt                       pic s9(9) comp.
       01  ws-kit-comp-cnt                   pic s9(9) comp.
       01  ws-sum-qty                        pic s9(9) comp.
           EXEC SQL END DECLARE SECTION END-EXEC

       01  ws-order-found                    pic x(1).
       01  ws-recv-ok                        pic x(1).
       01  ws-recv-now                       pic x(5).
       01  ws-recv-date-digits               pic 9(8).
       01  ws-recv-day-int                   pic s9(9) comp.
       01  ws-recv-dow                       pic s9(9) comp.

       01  ws-report-q-name                  pic x(8) value 'WAVRPT'.
       01  ws-resp-writeq-ts                 pic s9(8) comp.
       01  ws-report-line                    pic x(132).
       01  ws-header-line.
           03  filler                        pic x(12)
               value 'WAVRPT WAVE '.
           03  ws-hdr-wave                   pic z(7)9.
           03  filler                        pic x(4) value ' W: '.
           03  ws-hdr-wh                     pic z(3)9.
           03  filler                        pic x(10)
               value ' CARRIER: '.
           03  ws-hdr-carrier                pic x(10).
           03  filler                        pic x(8) value ' ORDERS '.
           03  ws-hdr-orders                 pic z9.
       01  ws-title-line.
           03  filler                        pic x(7)
               value 'WAVRPT '.
           03  ws-title                      pic x(40).
       01  ws-pick-line.
           03  filler                        pic x(12)
               value 'WAVRPT PICK '.
           03  ws-pk-bin                     pic x(24).
           03  filler                        pic x(1) value space.
           03  ws-pk-item                    pic z(5)9.
           03  filler                        pic x(1) value space.
           03  ws-pk-iname                   pic x(24).
           03  filler                        pic x(5)
               value ' QTY '.
           03  ws-pk-qty                     pic z(8)9.
       01  ws-put-line.
           03  filler                        pic x(12)
               value 'WAVRPT PUT  '.
           03  ws-pt-bin                     pic x(24).
           03  filler                        pic x(1) value space.
           03  ws-pt-item                    pic z(5)9.
           03  filler                        pic x(4) value ' D: '.
           03  ws-pt-did                     pic z9.
           03  filler                        pic x(4) value ' O: '.
           03  ws-pt-oid                     pic z(7)9.
           03  filler                        pic x(4) value ' L: '.
           03  ws-pt-line                    pic z9.
           03  filler                        pic x(5)
               value ' QTY '.
           03  ws-pt-qty                     pic z(8)9.
           03  ws-pt-kit-tag                 pic x(5).
           03  ws-pt-kit                     pic z(5)9.

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpywave.

       PROCEDURE DIVISION.
       MAIN.
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           EXEC SQL WHENEVER SQLERROR go to sqlerr END-EXEC

           move "YYYY-MM-DD HH:MM:SS" to datetime
           accept currentdate from date yyyymmdd
           accept currenttime from time
           move cdyyyy to dtyear
           move cdmm  to dtmonth
           move cddd  to dtday
           move cthh  to dthour
           move ctmn  to dtmin
           move ctss  to dtsec

           move wid to w-id
           move carrierid to o-carrier-id

      *> the same carrier check the sweep itself makes
           EXEC SQL WHENEVER NOT FOUND go to invalid-carrier END-EXEC
           EXEC SQL
               SELECT car_name, car_status
               INTO :car-name, :car-status
               FROM carrier
               WHERE car_id = :o-carrier-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           if car-status = 'I'
               perform inactive-carrier
           end-if

           move 0 to waveid
           move 0 to ordercount
           move 0 to linecount
           move 0 to picklines
           move 0 to rptcount

           perform next-wv-id

           perform varying d-id from 1 by 1 until d-id > DIST-PER-WARE
               perform wave-one-district
           end-perform

           if ordercount = 0
               perform nothing-to-pick
           end-if

           move wv-id to waveid
           move w-id to wv-w-id
           move o-carrier-id to wv-carrier-id
           move 'O' to wv-status
           move ordercount to wv-order-cnt
           move keyedby to wv-keyed-by
           move datetime to wv-entry-d
           EXEC SQL
               INSERT INTO wave
                   (wv_id, wv_w_id, wv_carrier_id, wv_status,
                       wv_order_cnt, wv_keyed_by, wv_entry_d)
                   VALUES (:wv-id, :wv-w-id, :wv-carrier-id,
                       :wv-status, :wv-order-cnt, :wv-keyed-by,
                       :wv-entry-d)
           END-EXEC

           perform queue-wave-report

           EXEC CICS SYNCPOINT END-EXEC

           move "Pick wave built" to msg
           move 0 to result-code
           perform audit-return.

      *> the order the sweep will take in this district, unless
      *> it is already on the floor with an open wave. Will-call
      *> orders are not the sweep's and are not waved for it, and
      *> an expedited order is taken ahead of the rest, as the
      *> sweep takes it
       wave-one-district.
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DECLARE c_wvno CURSOR FOR
               SELECT no_o_id
               FROM new_order, orders
               WHERE no_d_id = :d-id AND no_w_id = :w-id
                   AND o_w_id = no_w_id AND o_d_id = no_d_id
                   AND o_id = no_o_id
                   AND NOT EXISTS
                       (SELECT 1 FROM willcall
                        WHERE wc_w_id = no_w_id
                            AND wc_d_id = no_d_id
                            AND wc_o_id = no_o_id)
               ORDER BY CASE WHEN COALESCE(o_priority, ' ') = ' '
                   THEN 1 ELSE 0 END,
                   no_o_id ASC
           END-EXEC
           EXEC SQL OPEN c_wvno END-EXEC
           perform fetch-deliverable-order
           EXEC SQL CLOSE c_wvno END-EXEC

           if ws-order-found = 'Y'
               EXEC SQL
                   SELECT COUNT(*) INTO :ws-wave-cnt
                   FROM waveline
                   WHERE wl_w_id = :w-id AND wl_d_id = :d-id
                       AND wl_o_id = :no-o-id
                       AND wl_status = 'O'
               END-EXEC
               if ws-wave-cnt = 0
                   perform wave-one-order
               end-if
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

      *> SQLDELV's walk of the district FIFO: past orders
      *> outside the receiving window or with nothing shippable
       fetch-deliverable-order.
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           move 'N' to ws-order-found
           perform until ws-order-found = 'Y' or sqlcode = 100
               EXEC SQL FETCH c_wvno INTO :no-o-id END-EXEC
               if sqlcode not = 100
                   perform check-receiving-window
                   if ws-recv-ok = 'Y'
                       perform count-shippable-lines
                       if ws-ship-cnt > 0
                           move 'Y' to ws-order-found
                       end-if
                   end-if
               end-if
           end-perform
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

       count-shippable-lines.
           EXEC SQL
               SELECT COUNT(*) INTO :ws-ship-cnt
               FROM order_line
               WHERE ol_o_id = :no-o-id AND ol_d_id = :d-id
                   AND ol_w_id = :w-id
                   AND ol_delivery_d IS NULL
                   AND ol_drop_po IS NULL
                   AND NOT EXISTS
                       (SELECT 1 FROM backorder
                        WHERE bo_w_id = ol_w_id
                            AND bo_d_id = ol_d_id
                            AND bo_o_id = ol_o_id
                            AND bo_ol_number = ol_number
                            AND bo_status = 'O')
           END-EXEC
           .

      *> integer day 1 is a Monday; position 1 of the mask is
      *> Monday - same test the sweep applies
       check-receiving-window.
           move 'Y' to ws-recv-ok

           EXEC SQL
               SELECT o_c_id INTO :c-id
               FROM orders
               WHERE o_id = :no-o-id AND o_d_id = :d-id
                   AND o_w_id = :w-id
           END-EXEC
           EXEC SQL
               SELECT c_recv_days, c_recv_from, c_recv_thru
               INTO :c-recv-days, :c-recv-from, :c-recv-thru
               FROM customer
               WHERE c_w_id = :w-id AND c_d_id = :d-id
                   AND c_id = :c-id
           END-EXEC

           if c-recv-days not = spaces
               move currentdate to ws-recv-date-digits
               compute ws-recv-day-int =
                   function integer-of-date(ws-recv-date-digits)
               compute ws-recv-dow =
                   function mod(ws-recv-day-int - 1, 7) + 1
               if c-recv-days(ws-recv-dow:1) = 'N'
                   move 'N' to ws-recv-ok
               end-if
           end-if

           if ws-recv-ok = 'Y' and c-recv-from not = spaces
               move spaces to ws-recv-now
               string
                   cthh delimited size
                   ":" delimited size
                   ctmn delimited size
               into ws-recv-now
               if ws-recv-now < c-recv-from
                   or (c-recv-thru not = spaces
                       and ws-recv-now > c-recv-thru)
                   move 'N' to ws-recv-ok
               end-if
           end-if
           .

      *> every line the sweep could stamp today goes on the wave
       wave-one-order.
           add 1 to ordercount
           EXEC SQL
               SELECT o_entry_d, COALESCE(o_priority, ' ')
               INTO :wl-o-entry-d, :o-priority
               FROM orders
               WHERE o_id = :no-o-id AND o_d_id = :d-id
                   AND o_w_id = :w-id
           END-EXEC
           if o-priority = space
               move space to wl-rush
           else
               move 'Y' to wl-rush
           end-if
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DECLARE c_wvline CURSOR FOR
               SELECT ol_number, ol_i_id, ol_supply_w_id,
                   ol_quantity, ol_dist_info
               FROM order_line
               WHERE ol_o_id = :no-o-id AND ol_d_id = :d-id
                   AND ol_w_id = :w-id
                   AND ol_delivery_d IS NULL
                   AND ol_drop_po IS NULL
                   AND NOT EXISTS
                       (SELECT 1 FROM backorder
                        WHERE bo_w_id = ol_w_id
                            AND bo_d_id = ol_d_id
                            AND bo_o_id = ol_o_id
                            AND bo_ol_number = ol_number
                            AND bo_status = 'O')
               ORDER BY ol_number
           END-EXEC
           EXEC SQL OPEN c_wvline END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_wvline INTO :ol-number, :ol-i-id,
                       :ol-supply-w-id, :ol-quantity, :ol-dist-info
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               perform wave-one-line
           end-perform
           EXEC SQL CLOSE c_wvline END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

       wave-one-line.
           move wv-id to wl-wv-id
           move w-id to wl-w-id
           move d-id to wl-d-id
           move no-o-id to wl-o-id
           move ol-number to wl-ol-number

           move ol-i-id to kc-kit-i-id
           EXEC SQL
               SELECT COUNT(*) INTO :ws-kit-comp-cnt
               FROM kitcomp
               WHERE kc_kit_i_id = :kc-kit-i-id
           END-EXEC
           if ws-kit-comp-cnt = 0
               move ol-i-id to wl-i-id
               move 0 to wl-kit-i-id
               move ol-quantity to wl-qty
               move ol-dist-info to wl-bin
               perform primary-pick-face
               perform insert-wave-line
           else
               perform wave-kit-components
           end-if
           .

      *> a kit is picked as its components, each at its own bin;
      *> the CLOSE leaves sqlcode 0 for the line loop
       wave-kit-components.
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DECLARE c_wvkit CURSOR FOR
               SELECT kc_comp_i_id, kc_qty,
                   s_dist_01, s_dist_02, s_dist_03, s_dist_04,
                   s_dist_05, s_dist_06, s_dist_07, s_dist_08,
                   s_dist_09, s_dist_10
                   FROM kitcomp, stock
                   WHERE kc_kit_i_id = :kc-kit-i-id
                       AND s_i_id = kc_comp_i_id
                       AND s_w_id = :ol-supply-w-id
                   ORDER BY kc_comp_i_id
           END-EXEC
           EXEC SQL OPEN c_wvkit END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_wvkit INTO :kc-comp-i-id, :kc-qty,
                       :s-dist-01, :s-dist-02, :s-dist-03, :s-dist-04,
                       :s-dist-05, :s-dist-06, :s-dist-07, :s-dist-08,
                       :s-dist-09, :s-dist-10
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               evaluate d-id
               when 1
                   move s-dist-01 to wl-bin
               when 2
                   move s-dist-02 to wl-bin
               when 3
                   move s-dist-03 to wl-bin
               when 4
                   move s-dist-04 to wl-bin
               when 5
                   move s-dist-05 to wl-bin
               when 6
                   move s-dist-06 to wl-bin
               when 7
                   move s-dist-07 to wl-bin
               when 8
                   move s-dist-08 to wl-bin
               when 9
                   move s-dist-09 to wl-bin
               when 10
                   move s-dist-10 to wl-bin
               end-evaluate
               move kc-comp-i-id to wl-i-id
               move ol-i-id to wl-kit-i-id
               compute wl-qty = kc-qty * ol-quantity
               perform primary-pick-face
               perform insert-wave-line
           end-perform
           EXEC SQL CLOSE c_wvkit END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

      *> the item's primary pick face at the supplying warehouse
      *> walks ahead of the stock label when it has one
       primary-pick-face.
           move ol-supply-w-id to bq-w-id
           move wl-i-id to bq-i-id
           EXEC SQL
               SELECT bq_loc INTO :bq-loc
               FROM binqty
               WHERE bq_w_id = :bq-w-id AND bq_i_id = :bq-i-id
                   AND bq_role = 'P'
           END-EXEC
           if sqlcode = 0
               move bq-loc to wl-bin
           end-if
           .

       insert-wave-line.
           move 0 to wl-picked-qty
           move 'O' to wl-status
           EXEC SQL
               INSERT INTO waveline
                   (wl_wv_id, wl_w_id, wl_d_id, wl_o_id,
                       wl_ol_number, wl_i_id, wl_kit_i_id, wl_qty,
                       wl_picked_qty, wl_bin, wl_o_entry_d,
                       wl_status, wl_rush)
                   VALUES (:wl-wv-id, :wl-w-id, :wl-d-id, :wl-o-id,
                       :wl-ol-number, :wl-i-id, :wl-kit-i-id,
                       :wl-qty, :wl-picked-qty, :wl-bin,
                       :wl-o-entry-d, :wl-status, :wl-rush)
           END-EXEC
           add 1 to linecount
           .

      *> the consolidated pick list, then the put-to-order
      *> breakdown in the same walk
       queue-wave-report.
           move wv-id to ws-hdr-wave
           move w-id to ws-hdr-wh
           move car-name to ws-hdr-carrier
           move ordercount to ws-hdr-orders
           move ws-header-line to ws-report-line
           perform queue-report-line

           move 'PICK LIST - BIN WALK ORDER' to ws-title
           move ws-title-line to ws-report-line
           perform queue-report-line

           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DECLARE c_wvpick CURSOR FOR
               SELECT wl_bin, wl_i_id, i_name, SUM(wl_qty)
                   FROM waveline, item
                   WHERE wl_wv_id = :wv-id
                       AND i_id = wl_i_id
                   GROUP BY wl_bin, wl_i_id, i_name
                   ORDER BY wl_bin, wl_i_id
           END-EXEC
           EXEC SQL OPEN c_wvpick END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_wvpick INTO :wl-bin, :wl-i-id, :i-name,
                       :ws-sum-qty
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               move wl-bin to ws-pk-bin
               move wl-i-id to ws-pk-item
               move i-name to ws-pk-iname
               move ws-sum-qty to ws-pk-qty
               move ws-pick-line to ws-report-line
               perform queue-report-line
               add 1 to picklines
           end-perform
           EXEC SQL CLOSE c_wvpick END-EXEC

           move 'PUT TO ORDER' to ws-title
           move ws-title-line to ws-report-line
           perform queue-report-line

           EXEC SQL
               DECLARE c_wvput CURSOR FOR
               SELECT wl_bin, wl_i_id, wl_d_id, wl_o_id,
                   wl_ol_number, wl_kit_i_id, wl_qty
                   FROM waveline
                   WHERE wl_wv_id = :wv-id
                   ORDER BY wl_bin, wl_i_id,
                       COALESCE(wl_rush, ' ') DESC, wl_o_entry_d,
                       wl_d_id, wl_o_id, wl_ol_number
           END-EXEC
           EXEC SQL OPEN c_wvput END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_wvput INTO :wl-bin, :wl-i-id, :wl-d-id,
                       :wl-o-id, :wl-ol-number, :wl-kit-i-id,
                       :wl-qty
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               move wl-bin to ws-pt-bin
               move wl-i-id to ws-pt-item
               move wl-d-id to ws-pt-did
               move wl-o-id to ws-pt-oid
               move wl-ol-number to ws-pt-line
               move wl-qty to ws-pt-qty
               if wl-kit-i-id = 0
                   move spaces to ws-pt-kit-tag
                   move 0 to ws-pt-kit
               else
                   move ' KIT ' to ws-pt-kit-tag
                   move wl-kit-i-id to ws-pt-kit
               end-if
               move ws-put-line to ws-report-line
               perform queue-report-line
           end-perform
           EXEC SQL CLOSE c_wvput END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

       queue-report-line.
           exec cics writeq ts
               queue(ws-report-q-name)
               from(ws-report-line)
               length(length of ws-report-line)
               resp(ws-resp-writeq-ts)
           end-exec
           if ws-resp-writeq-ts = DFHRESP(NORMAL)
               add 1 to rptcount
           end-if
           .

      *> hand out wv-id off an atomic counter row, same
      *> UPDATE-then-SELECT-back idiom the PO sweep uses, with
      *> the same self-seeding first time through
       next-wv-id.
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT next_wv_id
               INTO :wv-id
               FROM wave_seq
           END-EXEC
           if sqlcode = 100
               move 1 to wv-id
               EXEC SQL
                   INSERT INTO wave_seq (seq_id, next_wv_id)
                   VALUES (1, 1)
               END-EXEC
           else
               EXEC SQL
                   UPDATE wave_seq
                   SET next_wv_id = next_wv_id + 1
               END-EXEC
               EXEC SQL
                   SELECT next_wv_id
                   INTO :wv-id
                   FROM wave_seq
               END-EXEC
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

       invalid-carrier.
           move "Invalid Carrier Number" to err

           move 1 to result-code
           perform audit-return.

       inactive-carrier.
           move "Carrier is out of service" to err

           move 2 to result-code
           perform audit-return.

      *> the wave id was handed out, so undo it
       nothing-to-pick.
           move "No deliverable orders to wave" to err

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC

           move 3 to result-code
           perform audit-return.

       SQLErr.
           move sqlcode to csqlcode
           string
               "SQL Error: CODE=" delimited size
               csqlcode delimited size
               " STATE=" delimited size
               sqlstate delimited size
               " " delimited size
               sqlerrmc delimited size
           into err

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC

           move -1 to result-code
           perform audit-return.

      *> durable record of this call's outcome, same
      *> "CALL a subprogram that writeq's a TD queue" idiom TPCTRACE
      *> already uses for trace entries.
       audit-return.
           move ws-program-name to tpc-audit-program
           move wid to tpc-audit-w-id
           move 0 to tpc-audit-d-id
           move result-code to tpc-audit-result-code
           move err to tpc-audit-err
           move msg to tpc-audit-msg
           move datetime to tpc-audit-entry-d
           call 'TPCCAUDT' using tpc-audit-data-block

           exec cics return end-exec.

      ***--------------------------------------------------------------*
      ***  $Workfile:   sqlwave.cbl  $ end
      ***--------------------------------------------------------------*
