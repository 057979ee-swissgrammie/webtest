       identification division.

       program-id. sqlpack.

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
      * TPCC packing with carton labels and packing lists
      *
      * Between pick confirmation and the manifest nothing said how
      * an order went out, so when carton 3 of 4 never arrived no
      * one could say what was in it. Given an order whose picks
      * have been confirmed, this packs what was picked (PICKCONF)
      * into numbered cartons, in line order, each filled up to the
      * carton weight limit by i_weight; a line that won't fit goes
      * on into the next carton, and a single unit heavier than the
      * limit travels alone. The cartons and their contents are
      * stored (CARTON / CARTONLN) with the carton count on the
      * order, for the manifest's stops and the tracking inquiry.
      *
      * Per carton a label (carton n of m, the order, the ship-to
      * address, the weight) and a packing list of what is inside
      * are queued to TS queue PAKRPT.
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
       01  ws-program-name                   pic x(8) value 'SQLPACK '.

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
       01  ws-pick-cnt                       pic s9(9) comp.
       01  ws-ship-to                        pic s9(9) comp.
       01  ws-ship-to-ind                    pic s9(4) comp.
       01  ws-carton-cnt-ind                 pic s9(4) comp.
           EXEC SQL END DECLARE SECTION END-EXEC

      *> the standard carton when the caller names no limit
       01  ws-std-carton-wgt                 pic s9(5)v99 comp-3
                                             value 50.00.
       01  ws-max-wgt                        pic s9(5)v99 comp-3.
       01  ws-cur-wgt                        pic s9(5)v99 comp-3.
       01  ws-cur-no                         pic s9(9) comp.
       01  ws-cur-lines                      pic s9(9) comp.
       01  ws-pack-left                      pic s9(9) comp.
       01  ws-pack-fit                       pic s9(9) comp.

       01  ws-report-q-name                  pic x(8) value 'PAKRPT'.
       01  ws-resp-writeq-ts                 pic s9(8) comp.
       01  ws-report-line                    pic x(132).
       01  ws-label-line.
           03  filler                        pic x(20)
               value 'PAKRPT LABEL CARTON '.
           03  ws-lbl-no                     pic z9.
           03  filler                        pic x(4) value ' OF '.
           03  ws-lbl-of                     pic z9.
           03  filler                        pic x(5) value '  W: '.
           03  ws-lbl-wh                     pic z(3)9.
           03  filler                        pic x(4) value ' D: '.
           03  ws-lbl-did                    pic z9.
           03  filler                        pic x(4) value ' O: '.
           03  ws-lbl-oid                    pic z(7)9.
           03  filler                        pic x(9)
               value '  WT (LB)'.
           03  ws-lbl-wgt                    pic z(4)9.99.
       01  ws-address-line.
           03  filler                        pic x(15)
               value 'PAKRPT SHIP TO '.
           03  ws-adr-name                   pic x(24).
           03  filler                        pic x(1) value space.
           03  ws-adr-street                 pic x(20).
           03  filler                        pic x(1) value space.
           03  ws-adr-city                   pic x(20).
           03  filler                        pic x(1) value space.
           03  ws-adr-state                  pic x(2).
           03  filler                        pic x(1) value space.
           03  ws-adr-zip                    pic x(9).
       01  ws-list-line.
           03  filler                        pic x(19)
               value 'PAKRPT LIST CARTON '.
           03  ws-lst-no                     pic z9.
           03  filler                        pic x(6) value ' LINE '.
           03  ws-lst-line                   pic z9.
           03  filler                        pic x(1) value space.
           03  ws-lst-item                   pic z(5)9.
           03  filler                        pic x(1) value space.
           03  ws-lst-iname                  pic x(24).
           03  filler                        pic x(5)
               value ' QTY '.
           03  ws-lst-qty                    pic z(3)9.
           03  filler                        pic x(4) value ' WT '.
           03  ws-lst-wgt                    pic z(4)9.99.

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpypack.

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

           move 0 to cartoncount
           move 0 to totalweight
           move 0 to rptcount

           move wid to o-w-id
           move did to o-d-id
           move oid to o-id
           EXEC SQL WHENEVER NOT FOUND go to order-not-found END-EXEC
           EXEC SQL
               SELECT o_c_id, o_ship_to, o_carton_cnt
               INTO :o-c-id, :ws-ship-to :ws-ship-to-ind,
                   :o-carton-cnt :ws-carton-cnt-ind
               FROM orders
               WHERE o_w_id = :o-w-id AND o_d_id = :o-d-id
                   AND o_id = :o-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

      *> an order packs once
           if ws-carton-cnt-ind >= 0 and o-carton-cnt > 0
               perform already-packed
           end-if

           EXEC SQL
               SELECT COUNT(*) INTO :ws-pick-cnt
               FROM pickconf
               WHERE pk_w_id = :o-w-id AND pk_d_id = :o-d-id
                   AND pk_o_id = :o-id
                   AND pk_picked_qty > 0
           END-EXEC
           if ws-pick-cnt = 0
               perform nothing-picked
           end-if

           if maxweight = 0
               move ws-std-carton-wgt to ws-max-wgt
           else
               move maxweight to ws-max-wgt
           end-if

           move 1 to ws-cur-no
           move 0 to ws-cur-wgt
           move 0 to ws-cur-lines

           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DECLARE c_pkpick CURSOR FOR
               SELECT pk_ol_number, ol_i_id, pk_picked_qty,
                   COALESCE(i_weight, 0)
                   FROM pickconf, order_line, item
                   WHERE pk_w_id = :o-w-id AND pk_d_id = :o-d-id
                       AND pk_o_id = :o-id
                       AND pk_picked_qty > 0
                       AND ol_w_id = pk_w_id AND ol_d_id = pk_d_id
                       AND ol_o_id = pk_o_id
                       AND ol_number = pk_ol_number
                       AND i_id = ol_i_id
                   ORDER BY pk_ol_number
           END-EXEC
           EXEC SQL OPEN c_pkpick END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_pkpick INTO :pk-ol-number, :ol-i-id,
                       :pk-picked-qty, :i-weight
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               perform pack-one-line
           end-perform
           EXEC SQL CLOSE c_pkpick END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           if ws-cur-lines > 0
               perform close-carton
           end-if

           move cartoncount to o-carton-cnt
           EXEC SQL
               UPDATE orders
               SET o_carton_cnt = :o-carton-cnt
               WHERE o_w_id = :o-w-id AND o_d_id = :o-d-id
                   AND o_id = :o-id
           END-EXEC

           perform queue-carton-labels

           EXEC CICS SYNCPOINT END-EXEC

           move "Order packed" to msg
           move 0 to result-code
           perform audit-return.

      *> as many units as still fit go in the open carton; when
      *> none fit it is sealed and the next one opened. A unit
      *> over the limit on its own goes in an empty carton alone.
       pack-one-line.
           move pk-picked-qty to ws-pack-left
           perform until ws-pack-left = 0
               if i-weight = 0
                   move ws-pack-left to ws-pack-fit
               else
                   compute ws-pack-fit =
                       (ws-max-wgt - ws-cur-wgt) / i-weight
               end-if
               if ws-pack-fit <= 0 and ws-cur-lines > 0
                   perform close-carton
               else
                   if ws-pack-fit <= 0
                       move 1 to ws-pack-fit
                   end-if
                   if ws-pack-fit > ws-pack-left
                       move ws-pack-left to ws-pack-fit
                   end-if
                   perform pack-into-carton
               end-if
           end-perform
           .

       pack-into-carton.
           move o-w-id to cm-w-id
           move o-d-id to cm-d-id
           move o-id to cm-o-id
           move ws-cur-no to cm-carton-no
           move pk-ol-number to cm-ol-number
           move ol-i-id to cm-i-id
           move ws-pack-fit to cm-qty
           compute cm-weight = ws-pack-fit * i-weight
           EXEC SQL
               INSERT INTO cartonln
                   (cm_w_id, cm_d_id, cm_o_id, cm_carton_no,
                       cm_ol_number, cm_i_id, cm_qty, cm_weight)
                   VALUES (:cm-w-id, :cm-d-id, :cm-o-id,
                       :cm-carton-no, :cm-ol-number, :cm-i-id,
                       :cm-qty, :cm-weight)
           END-EXEC
           add cm-weight to ws-cur-wgt
           add 1 to ws-cur-lines
           subtract ws-pack-fit from ws-pack-left
           .

      *> seal the open carton and open the next
       close-carton.
           if ws-cur-no > 99
               perform too-many-cartons
           end-if
           move o-w-id to cb-w-id
           move o-d-id to cb-d-id
           move o-id to cb-o-id
           move ws-cur-no to cb-no
           move ws-cur-wgt to cb-weight
           move ws-cur-lines to cb-line-cnt
           move keyedby to cb-keyed-by
           move datetime to cb-entry-d
           EXEC SQL
               INSERT INTO carton
                   (cb_w_id, cb_d_id, cb_o_id, cb_no, cb_weight,
                       cb_line_cnt, cb_keyed_by, cb_entry_d)
                   VALUES (:cb-w-id, :cb-d-id, :cb-o-id, :cb-no,
                       :cb-weight, :cb-line-cnt, :cb-keyed-by,
                       :cb-entry-d)
           END-EXEC
           move ws-cur-no to cartoncount
           add ws-cur-wgt to totalweight
           if ws-cur-no <= 20
               move ws-cur-wgt to cartonweight (ws-cur-no)
               move ws-cur-lines to cartonlines (ws-cur-no)
           end-if
           add 1 to ws-cur-no
           move 0 to ws-cur-wgt
           move 0 to ws-cur-lines
           .

      *> a label and a packing list per carton, addressed the
      *> way the manifest addresses the stop
       queue-carton-labels.
           move o-c-id to c-id
           EXEC SQL
               SELECT c_last, c_street_1, c_city, c_state, c_zip
               INTO :c-last, :c-street-1, :c-city, :c-state, :c-zip
               FROM customer
               WHERE c_w_id = :o-w-id AND c_d_id = :o-d-id
                   AND c_id = :c-id
           END-EXEC
           move c-last to ws-adr-name
           move c-street-1 to ws-adr-street
           move c-city to ws-adr-city
           move c-state to ws-adr-state
           move c-zip to ws-adr-zip
           if ws-ship-to-ind >= 0 and ws-ship-to not = 0
               perform use-ship-to-address
           end-if

           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DECLARE c_pkctn CURSOR FOR
               SELECT cb_no, cb_weight
                   FROM carton
                   WHERE cb_w_id = :o-w-id AND cb_d_id = :o-d-id
                       AND cb_o_id = :o-id
                   ORDER BY cb_no
           END-EXEC
           EXEC SQL OPEN c_pkctn END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_pkctn INTO :cb-no, :cb-weight
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               move cb-no to ws-lbl-no
               move cartoncount to ws-lbl-of
               move o-w-id to ws-lbl-wh
               move o-d-id to ws-lbl-did
               move o-id to ws-lbl-oid
               move cb-weight to ws-lbl-wgt
               move ws-label-line to ws-report-line
               perform queue-report-line
               move ws-address-line to ws-report-line
               perform queue-report-line
               perform queue-packing-list
           end-perform
           EXEC SQL CLOSE c_pkctn END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

      *> what is in carton cb-no; the CLOSE leaves sqlcode 0
      *> for the carton loop
       queue-packing-list.
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DECLARE c_pkcm CURSOR FOR
               SELECT cm_ol_number, cm_i_id, i_name, cm_qty,
                   cm_weight
                   FROM cartonln, item
                   WHERE cm_w_id = :o-w-id AND cm_d_id = :o-d-id
                       AND cm_o_id = :o-id
                       AND cm_carton_no = :cb-no
                       AND i_id = cm_i_id
                   ORDER BY cm_ol_number
           END-EXEC
           EXEC SQL OPEN c_pkcm END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_pkcm INTO :cm-ol-number, :cm-i-id,
                       :i-name, :cm-qty, :cm-weight
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               move cb-no to ws-lst-no
               move cm-ol-number to ws-lst-line
               move cm-i-id to ws-lst-item
               move i-name to ws-lst-iname
               move cm-qty to ws-lst-qty
               move cm-weight to ws-lst-wgt
               move ws-list-line to ws-report-line
               perform queue-report-line
           end-perform
           EXEC SQL CLOSE c_pkcm END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

       use-ship-to-address.
           move o-w-id to sh-w-id
           move o-d-id to sh-d-id
           move o-c-id to sh-c-id
           move ws-ship-to to sh-no
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT sh_name, sh_street_1, sh_city, sh_state,
                   sh_zip
               INTO :sh-name, :sh-street-1, :sh-city, :sh-state,
                   :sh-zip
               FROM shipto
               WHERE sh_w_id = :sh-w-id AND sh_d_id = :sh-d-id
                   AND sh_c_id = :sh-c-id AND sh_no = :sh-no
           END-EXEC
           if sqlcode = 0
               move sh-name to ws-adr-name
               move sh-street-1 to ws-adr-street
               move sh-city to ws-adr-city
               move sh-state to ws-adr-state
               move sh-zip to ws-adr-zip
           end-if
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

       order-not-found.
           move "Order not found" to err

           move 1 to result-code
           perform audit-return.

       already-packed.
           move "Order is already packed" to err

           move 2 to result-code
           perform audit-return.

       nothing-picked.
           move "No confirmed picks to pack" to err

           move 3 to result-code
           perform audit-return.

      *> cartons were already written, so undo them
       too-many-cartons.
           move "Order needs more than 99 cartons" to err

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC

           move 4 to result-code
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
      ***  $Workfile:   sqlpack.cbl  $ end
      ***--------------------------------------------------------------*
