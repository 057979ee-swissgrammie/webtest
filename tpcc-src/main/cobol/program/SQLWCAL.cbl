       identification division.

       program-id. sqlwcal.

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
      * TPCC will-call (customer pickup) counter transaction
      *
      * An order keyed with the pickup flag is the customer's to
      * collect at our counter, not a stop for a truck. New Order
      * writes it a WILLCALL staging row next to its NEW_ORDER row,
      * and the delivery sweep (and the pick wave that runs ahead of
      * it) passes over any order on that list. This transaction
      * works the list:
      *
      *   L - the orders staged for pickup in a warehouse, one
      *       district or all of them, oldest first
      *   C - releases one to whoever has come for it. Every open
      *       line is stamped delivered, the order leaves NEW_ORDER,
      *       the customer is billed and credited a delivery (and its
      *       loyalty points) just as the sweep would, and the header
      *       takes o_carrier_id 98, the counter sentinel. The
      *       collector's name goes on a DELCONF row: that is the
      *       order's proof of delivery, so SQLPODC has nothing left
      *       to confirm for it.
      *
      * An order with a line still waiting on an open backorder is
      * not released - the customer collects the whole order once.
      * Cancelling a staged order (SQLCANC) takes it off the list.
      *
      * SQL only - Returns precedent for new capabilities.
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
       01  ws-program-name                   pic x(8) value 'SQLWCAL '.

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

           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  ws-w-id                           pic s9(9) comp.
       01  ws-d-id                           pic s9(9) comp.
       01  ws-staged-cnt                     pic s9(9) comp.
       01  ws-blocked-cnt                    pic s9(9) comp.
       01  ws-ord-freight                    pic s9(6)v99 comp-3.
       01  ws-ord-freight-ind                pic s9(4) comp.
       01  ws-bill-total                     pic s9(10)v99 comp-3.
       01  ws-loyalty-earned                 pic s9(9) comp.
      *> the counter sentinel carried in o_carrier_id, the
      *> way SQLCANC's 99 marks a cancellation - real carrier
      *> ids run 1 thru cwa-carrier-cnt, well below it
       01  ws-counter-sentinel               pic s9(9) comp value 98.
           EXEC SQL END DECLARE SECTION END-EXEC

       01  ws-oid-disp                       pic z(7)9.
       01  ws-st-ix                          pic s9(4) comp.

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpywcal.

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

           move 0 to stagedcount
           evaluate true
               when list-will-call
                   perform list-staged-orders
               when collect-will-call
                   perform collect-order
               when other
                   perform bad-reqtype
           end-evaluate

           EXEC CICS SYNCPOINT END-EXEC

           move 0 to result-code
           perform audit-return.

      *> oldest first - the order that has waited longest
      *> at the counter heads the list
       list-staged-orders.
           move wid to ws-w-id
           move did to ws-d-id

           EXEC SQL
               SELECT COUNT(*) INTO :ws-staged-cnt
               FROM willcall
               WHERE wc_w_id = :ws-w-id
                   AND (:ws-d-id = 0 OR wc_d_id = :ws-d-id)
                   AND wc_status = 'S'
           END-EXEC
           move ws-staged-cnt to stagedcount

           EXEC SQL
               DECLARE c_wcall CURSOR FOR
               SELECT wc_d_id, wc_o_id, wc_c_id, wc_entry_d
               FROM willcall
               WHERE wc_w_id = :ws-w-id
                   AND (:ws-d-id = 0 OR wc_d_id = :ws-d-id)
                   AND wc_status = 'S'
               ORDER BY wc_entry_d, wc_d_id, wc_o_id
           END-EXEC
           EXEC SQL OPEN c_wcall END-EXEC
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           move 0 to ws-st-ix
           perform until sqlcode = 100 or ws-st-ix >= 20
               EXEC SQL
                   FETCH c_wcall
                   INTO :wc-d-id, :wc-o-id, :wc-c-id, :wc-entry-d
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               add 1 to ws-st-ix
               move wc-d-id to stdid (ws-st-ix)
               move wc-o-id to stoid (ws-st-ix)
               move wc-c-id to stcid (ws-st-ix)
               move wc-entry-d to stentryd (ws-st-ix)
           end-perform
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           EXEC SQL CLOSE c_wcall END-EXEC

           move "Will-call orders listed" to msg
           .

       collect-order.
           if collectby = spaces
               perform missing-collector
           end-if

           move wid to wc-w-id
           move did to wc-d-id
           move oid to wc-o-id
           EXEC SQL WHENEVER NOT FOUND go to not-staged END-EXEC
           EXEC SQL
               SELECT wc_c_id, wc_status
               INTO :wc-c-id, :wc-status
               FROM willcall
               WHERE wc_w_id = :wc-w-id AND wc_d_id = :wc-d-id
                   AND wc_o_id = :wc-o-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           if wc-status = 'C'
               perform already-collected
           end-if
           if wc-status = 'X'
               perform order-cancelled
           end-if

      *> the whole order goes over the counter at once -
      *> a line still on an open backorder holds it back
           EXEC SQL
               SELECT COUNT(*) INTO :ws-blocked-cnt
               FROM order_line, backorder
               WHERE ol_w_id = :wc-w-id AND ol_d_id = :wc-d-id
                   AND ol_o_id = :wc-o-id
                   AND ol_delivery_d IS NULL
                   AND ol_drop_po IS NULL
                   AND bo_w_id = ol_w_id AND bo_d_id = ol_d_id
                   AND bo_o_id = ol_o_id
                   AND bo_ol_number = ol_number
                   AND bo_status = 'O'
           END-EXEC
           if ws-blocked-cnt > 0
               perform order-not-ready
           end-if

           EXEC SQL
               SELECT o_c_id,
                   COALESCE(o_freight, 0) + COALESCE(o_rush_chg, 0)
               INTO :c-id, :ws-ord-freight :ws-ord-freight-ind
               FROM orders
               WHERE o_w_id = :wc-w-id AND o_d_id = :wc-d-id
                   AND o_id = :wc-o-id
           END-EXEC
           if ws-ord-freight-ind < 0
               move 0 to ws-ord-freight
           end-if

      *> a drop-ship line is still the vendor's to deliver
      *> (SQLDSHP); everything else leaves with the customer
           EXEC SQL
               UPDATE order_line
               SET ol_delivery_d = :datetime
               WHERE ol_w_id = :wc-w-id AND ol_d_id = :wc-d-id
                   AND ol_o_id = :wc-o-id
                   AND ol_delivery_d IS NULL
                   AND ol_drop_po IS NULL
           END-EXEC

           EXEC SQL
               SELECT COALESCE(SUM(ol_amount), 0)
               INTO :ol-total
               FROM order_line
               WHERE ol_w_id = :wc-w-id AND ol_d_id = :wc-d-id
                   AND ol_o_id = :wc-o-id
                   AND ol_delivery_d = :datetime
           END-EXEC

           EXEC SQL
               DELETE FROM new_order
               WHERE no_w_id = :wc-w-id AND no_d_id = :wc-d-id
                   AND no_o_id = :wc-o-id
           END-EXEC

           EXEC SQL
               UPDATE orders
               SET o_carrier_id = :ws-counter-sentinel
               WHERE o_w_id = :wc-w-id AND o_d_id = :wc-d-id
                   AND o_id = :wc-o-id
           END-EXEC

      *> billed and counted exactly as a truck delivery is,
      *> freight and any rush surcharge included
           compute ws-bill-total = ol-total + ws-ord-freight
           move wc-w-id to w-id
           move wc-d-id to d-id
           if ws-bill-total not = 0
               EXEC SQL
                   UPDATE customer
                   SET c_balance = c_balance + :ws-bill-total,
                       c_delivery_cnt = c_delivery_cnt + 1
                   WHERE c_id = :c-id AND c_d_id = :d-id
                       AND c_w_id = :w-id
               END-EXEC
               perform accrue-loyalty-points
           end-if

      *> who took it stands as the proof of delivery
           move wc-w-id to dc-w-id
           move wc-d-id to dc-d-id
           move wc-o-id to dc-o-id
           move collectby to dc-recv-by
           move datetime to dc-conf-d
           move space to dc-exc
           move EIBTRMID to dc-entered-by
           EXEC SQL
               INSERT INTO delconf
                   (dc_w_id, dc_d_id, dc_o_id, dc_recv_by,
                       dc_conf_d, dc_exc, dc_entered_by)
                   VALUES (:dc-w-id, :dc-d-id, :dc-o-id, :dc-recv-by,
                       :dc-conf-d, :dc-exc, :dc-entered-by)
           END-EXEC

           move collectby to wc-collect-by
           move datetime to wc-collect-d
           EXEC SQL
               UPDATE willcall
               SET wc_status = 'C',
                   wc_collect_by = :wc-collect-by,
                   wc_collect_d = :wc-collect-d
               WHERE wc_w_id = :wc-w-id AND wc_d_id = :wc-d-id
                   AND wc_o_id = :wc-o-id
           END-EXEC

           move wc-o-id to ws-oid-disp
           move spaces to d-log
           string
               "WILL-CALL O: " delimited size
               ws-oid-disp delimited size
               " COLLECTED BY " delimited size
               collectby delimited size
           into d-log
           move wc-w-id to dl-w-id
           move wc-d-id to dl-d-id
           move wc-o-id to dl-o-id
           move datetime to dl-entry-d
           EXEC SQL INSERT INTO
               DELVLOG (dl_w_id, dl_d_id, dl_o_id, dl_entry_d,
                   d_log)
                   values (:dl-w-id, :dl-d-id, :dl-o-id,
                   :dl-entry-d, :d-log)
           END-EXEC

           move datetime to collectdt
           move ws-bill-total to billedamt
           move "Order collected at the counter" to msg
           .

      *> loyalty points land with the delivery count, the
      *> same LOYRATE accrual the sweep makes (no row = program
      *> not configured = no accrual)
       accrue-loyalty-points.
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT lr_accrue_per_dollar
               INTO :lr-accrue-per-dollar
               FROM loyrate
               WHERE lr_id = 1
           END-EXEC
           if sqlcode = 0 and lr-accrue-per-dollar > 0
               compute ws-loyalty-earned =
                   ol-total * lr-accrue-per-dollar
               move w-id to ly-w-id
               move d-id to ly-d-id
               move c-id to ly-c-id
               EXEC SQL
                   UPDATE loyalty
                   SET ly_points = ly_points + :ws-loyalty-earned,
                       ly_entry_d = :datetime
                   WHERE ly_w_id = :ly-w-id AND ly_d_id = :ly-d-id
                       AND ly_c_id = :ly-c-id
               END-EXEC
               if sqlcode = 100
                   move ws-loyalty-earned to ly-points
                   move datetime to ly-entry-d
                   EXEC SQL
                       INSERT INTO loyalty
                           (ly_w_id, ly_d_id, ly_c_id, ly_points,
                               ly_entry_d)
                           VALUES (:ly-w-id, :ly-d-id, :ly-c-id,
                               :ly-points, :ly-entry-d)
                   END-EXEC
               end-if
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

       bad-reqtype.
           move "Request type must be L or C" to err

           move 1 to result-code
           perform audit-return.

       missing-collector.
           move "Collected-by name is required" to err

           move 2 to result-code
           perform audit-return.

       not-staged.
           move "Order is not on the will-call list" to err

           move 3 to result-code
           perform audit-return.

       already-collected.
           move "Order has already been collected" to err

           move 4 to result-code
           perform audit-return.

       order-cancelled.
           move "Order is cancelled - nothing to collect" to err

           move 5 to result-code
           perform audit-return.

       order-not-ready.
           move "Order not ready - a line waits on backorder" to err

           move 6 to result-code
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
           move did to tpc-audit-d-id
           move result-code to tpc-audit-result-code
           move err to tpc-audit-err
           move msg to tpc-audit-msg
           move datetime to tpc-audit-entry-d
           call 'TPCCAUDT' using tpc-audit-data-block

           exec cics return end-exec.

      ***--------------------------------------------------------------*
      ***  $Workfile:   sqlwcal.cbl  $ end
      ***--------------------------------------------------------------*
