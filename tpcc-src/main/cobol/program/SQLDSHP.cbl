       identification division.

       program-id. sqldshp.

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
      * TPCC drop-ship shipment confirmation
      *
      * A drop-ship line (New Order, dropship 'Y') never touches our
      * shelves: the item's vendor ships it straight to the customer
      * on the PO raised when the order was taken. This is where the
      * vendor's word that it has shipped comes in - the PO line, the
      * date it went and the vendor's tracking reference:
      *
      *   - the PO line is set received (status R, the whole quantity)
      *     with the ship date and reference, so SQLVINV matches the
      *     vendor's bill against it; its header closes with its last
      *     open line
      *   - the customer's order line is stamped delivered and its
      *     amount goes on the balance, as the delivery sweep does for
      *     what leaves on our trucks, with a DELVLOG entry naming the
      *     vendor's reference for Order Status and SQLTRKQ
      *   - when that was the last undelivered line of the order, the
      *     order is invoiced through SQLINVC (unless it already was)
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
       01  ws-program-name                   pic x(8) value 'SQLDSHP '.

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
       01  ws-ds-ind                         pic s9(4) comp.
       01  ws-open-cnt                       pic s9(9) comp.
       01  ws-inv-cnt                        pic s9(9) comp.
           EXEC SQL END DECLARE SECTION END-EXEC
       01  ws-ds-oid-disp                    pic z(7)9.
       01  ws-ds-olno-disp                   pic z9.

       01  ws-invc-commarea.
           copy cpyinvc.

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpydshp.

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

           move 'N' to dscomplete
           move 0 to dsinvno

           if dsref = spaces
               perform missing-ref
           end-if
           if dsshipdate = spaces
               move datetime(1:10) to dsshipdate
           end-if
           if dsshipdate(1:4) not numeric
               or dsshipdate(5:1) not = '-'
               or dsshipdate(6:2) not numeric
               or dsshipdate(8:1) not = '-'
               or dsshipdate(9:2) not numeric
               perform bad-ship-date
           end-if

           perform read-drop-ship-line
           perform confirm-po-line
           perform deliver-order-line

           EXEC CICS SYNCPOINT END-EXEC

      *> the last line in completes the order; its
      *> invoice is raised once, however the order finished
           perform check-order-complete
           if ds-order-complete
               perform invoice-order
           end-if

           move "Drop-ship confirmed, line delivered"
               to msg of dfhcommarea
           move 0 to result-code of dfhcommarea
           perform audit-return.

       read-drop-ship-line.
           move dspoid to po-id
           EXEC SQL WHENEVER NOT FOUND go to po-not-found END-EXEC
           EXEC SQL
               SELECT po_qty, po_status, po_poh_id, po_ds_w_id,
                   po_ds_d_id, po_ds_o_id, po_ds_ol_number
               INTO :po-qty, :po-status, :po-poh-id,
                   :po-ds-w-id :ws-ds-ind, :po-ds-d-id :ws-ds-ind,
                   :po-ds-o-id :ws-ds-ind,
                   :po-ds-ol-number :ws-ds-ind
               FROM purchase_order
               WHERE po_id = :po-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           if ws-ds-ind < 0
               perform not-drop-ship
           end-if
           if po-status not = 'O'
               perform po-not-open
           end-if
           move po-ds-w-id to dswid
           move po-ds-d-id to dsdid
           move po-ds-o-id to dsoid
           move po-ds-ol-number to dsolno
           .

      *> the vendor shipped the line whole; what it bills
      *> is matched against this in SQLVINV
       confirm-po-line.
           move 'R' to po-status
           move po-qty to po-recv-qty
           move datetime to po-recv-d
           move dsshipdate to po-ds-ship-d
           move dsref to po-ds-ref
           EXEC SQL
               UPDATE purchase_order
               SET po_status = :po-status, po_recv_d = :po-recv-d,
                   po_recv_qty = :po-recv-qty,
                   po_ds_ship_d = :po-ds-ship-d,
                   po_ds_ref = :po-ds-ref
               WHERE po_id = :po-id
           END-EXEC

           EXEC SQL
               SELECT COUNT(*) INTO :ws-open-cnt
               FROM purchase_order
               WHERE po_poh_id = :po-poh-id
                   AND po_status = 'O'
           END-EXEC
           if ws-open-cnt = 0
               move 'R' to poh-status
               EXEC SQL
                   UPDATE poheader
                   SET poh_status = :poh-status
                   WHERE poh_id = :po-poh-id
               END-EXEC
           end-if
           .

      *> delivered and billed the way the sweep delivers
      *> and bills what it puts on a truck
       deliver-order-line.
           move po-ds-w-id to ol-w-id
           move po-ds-d-id to ol-d-id
           move po-ds-o-id to ol-o-id
           move po-ds-ol-number to ol-number
           EXEC SQL WHENEVER NOT FOUND go to line-not-open END-EXEC
           EXEC SQL
               SELECT ol_amount INTO :ol-total
               FROM order_line
               WHERE ol_w_id = :ol-w-id AND ol_d_id = :ol-d-id
                   AND ol_o_id = :ol-o-id AND ol_number = :ol-number
                   AND ol_delivery_d IS NULL
           END-EXEC
           EXEC SQL
               SELECT o_c_id INTO :c-id
               FROM orders
               WHERE o_w_id = :ol-w-id AND o_d_id = :ol-d-id
                   AND o_id = :ol-o-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           EXEC SQL
               UPDATE order_line
               SET ol_delivery_d = :datetime
               WHERE ol_w_id = :ol-w-id AND ol_d_id = :ol-d-id
                   AND ol_o_id = :ol-o-id AND ol_number = :ol-number
           END-EXEC

           EXEC SQL
               UPDATE customer
               SET c_balance = c_balance + :ol-total
               WHERE c_w_id = :ol-w-id AND c_d_id = :ol-d-id
                   AND c_id = :c-id
           END-EXEC

           move ol-o-id to ws-ds-oid-disp
           move ol-number to ws-ds-olno-disp
           move spaces to d-log
           string
               "DROP-SHIP O: " delimited size
               ws-ds-oid-disp delimited size
               " LINE " delimited size
               ws-ds-olno-disp delimited size
               " SHIPPED " delimited size
               dsshipdate delimited size
               " REF " delimited size
               dsref delimited size
           into d-log
           move ol-w-id to dl-w-id
           move ol-d-id to dl-d-id
           move ol-o-id to dl-o-id
           move datetime to dl-entry-d
           EXEC SQL
               INSERT INTO delvlog
                   (dl_w_id, dl_d_id, dl_o_id, d_log, dl_entry_d)
                   VALUES (:dl-w-id, :dl-d-id, :dl-o-id, :d-log,
                       :dl-entry-d)
           END-EXEC
           .

       check-order-complete.
           EXEC SQL
               SELECT COUNT(*) INTO :ws-open-cnt
               FROM order_line
               WHERE ol_w_id = :ol-w-id AND ol_d_id = :ol-d-id
                   AND ol_o_id = :ol-o-id
                   AND ol_delivery_d IS NULL
           END-EXEC
           if ws-open-cnt = 0
               move 'Y' to dscomplete
           end-if
           .

      *> a failed invoice leaves the delivery standing;
      *> the order can still be invoiced through SQLINVC
       invoice-order.
           EXEC SQL
               SELECT COUNT(*) INTO :ws-inv-cnt
               FROM invoice
               WHERE inv_w_id = :ol-w-id AND inv_d_id = :ol-d-id
                   AND inv_o_id = :ol-o-id
           END-EXEC
           if ws-inv-cnt = 0
               initialize invoice-data
               move dswid to wid of invoice-data
               move dsdid to did of invoice-data
               move dsoid to oid of invoice-data
               exec cics link
                   program('SQLINVC')
                   commarea(invoice-data)
               end-exec
               if result-code of invoice-data = 0
                   move invno of invoice-data to dsinvno
               end-if
           end-if
           .

       missing-ref.
           move "Vendor shipment reference is required"
               to err of dfhcommarea

           move 1 to result-code of dfhcommarea
           perform audit-return.

       bad-ship-date.
           move "Ship date must be YYYY-MM-DD" to err of dfhcommarea

           move 2 to result-code of dfhcommarea
           perform audit-return.

       po-not-found.
           move "Purchase order line not found" to err of dfhcommarea

           move 3 to result-code of dfhcommarea
           perform audit-return.

       not-drop-ship.
           move "Purchase order line is not a drop-ship line"
               to err of dfhcommarea

           move 4 to result-code of dfhcommarea
           perform audit-return.

       po-not-open.
           move "Drop-ship line already confirmed or cancelled"
               to err of dfhcommarea

           move 5 to result-code of dfhcommarea
           perform audit-return.

      *> the PO line is already updated
       line-not-open.
           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           move "Order line not found or already delivered"
               to err of dfhcommarea

           move 6 to result-code of dfhcommarea
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
           into err of dfhcommarea

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC

           move -1 to result-code of dfhcommarea
           perform audit-return.

      *> durable record of this call's outcome, same
      *> "CALL a subprogram that writeq's a TD queue" idiom TPCTRACE
      *> already uses for trace entries.
       audit-return.
           move ws-program-name to tpc-audit-program
           move dswid to tpc-audit-w-id
           move dsdid to tpc-audit-d-id
           move result-code of dfhcommarea
             to tpc-audit-result-code
           move err of dfhcommarea to tpc-audit-err
           move msg of dfhcommarea to tpc-audit-msg
           move datetime to tpc-audit-entry-d
           call 'TPCCAUDT' using tpc-audit-data-block

           exec cics return end-exec.

      ***--------------------------------------------------------------*
      ***  $Workfile:   sqldshp.cbl  $ end
      ***--------------------------------------------------------------*
