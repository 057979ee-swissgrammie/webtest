       identification division.

       program-id. sqlasnx.

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
      * TPCC advance ship notice to trading partners
      *
      * The accounts that send orders through SQLBTOR want to know
      * what is on the truck before it reaches their dock. For a
      * customer with an advance ship notice queue (c_asn_queue) the
      * manifest run (SQLMNFS) LINKs here for each of its orders on
      * the run, and this writes one fixed-layout notice record to
      * that partner's outbound extrapartition TD queue - the
      * SQLPOXM transmission idiom:
      *
      *   - the partner's own PO reference (o_cust_po, sent on the
      *     transmission) and our order number;
      *   - the carrier, the SHIPTRK tracking number and the weight
      *     of what went on this truck;
      *   - every line of the order with the quantity ordered and the
      *     quantity on this truck, and a status saying why they
      *     differ: S shipped on this truck, E shipped on an earlier
      *     one, V shipped direct from the vendor (drop ship), K held
      *     after a short pick, B held on backorder - so a short pick
      *     or a partial delivery reads as exactly that.
      *
      * Each partner's notices are numbered 1, 2, 3 ... and logged
      * (ASNLOG), so a partner that finds a number missing reports
      * the gap and a resend request rebuilds those notices under
      * their original numbers, marked as resent.
      *
      * A send runs inside the manifest run's unit of work, the
      * SQLATPQ convention: no syncpoint and no rollback here. A
      * resend is a request of its own and commits its resend
      * counts.
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
       01  ws-program-name                   pic x(8) value 'SQLASNX '.

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
       01  ws-asn-run-pat                    pic x(11).
       01  ws-asn-sent-cnt                   pic s9(9) comp.
       01  ws-asn-drop-po                    pic s9(9) comp.
       01  ws-asn-deliv-d                    pic x(20).
       01  ws-asn-deliv-ind                  pic s9(4) comp.
       01  ws-asn-short                      pic s9(9) comp.
       01  ws-asn-custpart                   pic x(16).
       01  ws-asn-from                       pic s9(9) comp.
       01  ws-asn-thru                       pic s9(9) comp.
           EXEC SQL END DECLARE SECTION END-EXEC

       01  ws-resp-writeq-td                 pic s9(8) comp.
       01  ws-td-len                         pic s9(4) comp.
       01  ws-asn-eof                        pic x(1).
       01  ws-asn-weight                     pic s9(7)v99 comp-3.
       01  lx                                pic s9(9) comp.

      *> one notice = one order on one truck, fixed layout:
      *> header then up to 30 lines (the cpynord capacity the
      *> partner's own transmission is held to)
       01  ws-asn-record.
           03  as-rectype                    pic x(3) value 'ASN'.
      *> 'R' on a notice sent again for a reported gap
           03  as-resend                     pic x(1).
           03  as-seq                        pic 9(8).
           03  as-wid                        pic 9(4).
           03  as-did                        pic 9(2).
           03  as-oid                        pic 9(8).
           03  as-cid                        pic 9(4).
           03  as-custpo                     pic x(20).
           03  as-ship-d                     pic x(10).
           03  as-carrier                    pic 9(2).
           03  as-car-name                   pic x(10).
           03  as-trk                        pic x(16).
           03  as-weight                     pic 9(7)v99.
           03  as-line-cnt                   pic 9(2).
           03  as-line occurs 30.
               05  as-olno                   pic 9(2).
               05  as-itemid                 pic 9(6).
      *> the partner's own part number, when CUSTPART
      *> has one for the item
               05  as-custpart               pic x(16).
               05  as-ord-qty                pic 9(5).
               05  as-ship-qty               pic 9(5).
               05  as-status                 pic x(1).
                   88  as-shipped-now        value 'S'.
                   88  as-shipped-earlier    value 'E'.
                   88  as-vendor-direct      value 'V'.
                   88  as-short-held         value 'K'.
                   88  as-backorder-held     value 'B'.

      *> local copies of the common outcome fields the
      *> audit block reports; the hand-off block carries its own
      *> asnresult/asnerr for the caller
       01  err                               pic x(80).
       01  msg                               pic x(80).
       01  result-code                       pic s9(9) comp.

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpyasnx.

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

           move 0 to asnsent
           move 0 to asnseq
           move spaces to asnerr

           evaluate true
               when asn-send
                   perform send-notice
               when asn-resend
                   perform resend-notices
               when other
                   go to bad-request
           end-evaluate

           move 0 to asnresult
           move 0 to result-code
           perform audit-return.

      *> the notice for one order on today's run, once
       send-notice.
           move asnwid to c-w-id
           move asndid to c-d-id
           move asnwid to o-w-id
           move asndid to o-d-id
           move asnoid to o-id
           EXEC SQL WHENEVER NOT FOUND go to order-not-found
               END-EXEC
           EXEC SQL
               SELECT COALESCE(c_asn_queue, ' ')
               INTO :c-asn-queue
               FROM orders, customer
               WHERE o_w_id = :o-w-id AND o_d_id = :o-d-id
                   AND o_id = :o-id
                   AND c_w_id = o_w_id AND c_d_id = o_d_id
                   AND c_id = o_c_id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           if c-asn-queue = spaces
               move "Customer takes no ship notices" to msg
           else
               perform check-notice-sent
           end-if
           .

      *> a manifest reprint finds the notice already sent
       check-notice-sent.
           move c-asn-queue to an-queue
           move asnwid to an-w-id
           move asndid to an-d-id
           move asnoid to an-o-id
           move asnrundate to an-run-d
           EXEC SQL
               SELECT COUNT(*) INTO :ws-asn-sent-cnt
               FROM asnlog
               WHERE an_queue = :an-queue AND an_w_id = :an-w-id
                   AND an_d_id = :an-d-id AND an_o_id = :an-o-id
                   AND an_run_d = :an-run-d
           END-EXEC
           if ws-asn-sent-cnt > 0
               move "Ship notice already sent" to msg
           else
               perform log-and-send-notice
           end-if
           .

      *> next in this partner's sequence
       log-and-send-notice.
           EXEC SQL
               SELECT COALESCE(MAX(an_seq), 0) + 1
               INTO :an-seq
               FROM asnlog
               WHERE an_queue = :an-queue
           END-EXEC
           move asncarrier to an-car-id
           move datetime to an-entry-d
           move 0 to an-resends
           EXEC SQL
               INSERT INTO asnlog
                   (an_queue, an_seq, an_w_id, an_d_id, an_o_id,
                       an_run_d, an_car_id, an_entry_d, an_resends)
                   VALUES (:an-queue, :an-seq, :an-w-id, :an-d-id,
                       :an-o-id, :an-run-d, :an-car-id,
                       :an-entry-d, :an-resends)
           END-EXEC
           move an-seq to asnseq

           move space to as-resend
           perform build-notice
           perform write-notice
           move "Ship notice sent" to msg
           .

      *> the notices a partner reports missing, rebuilt
      *> from the log under their original numbers
       resend-notices.
           if asnqueue = spaces or asnfromseq = 0
               go to bad-request
           end-if
           move asnqueue to an-queue
           move asnfromseq to ws-asn-from
           if asnthruseq = 0
               move asnfromseq to ws-asn-thru
           else
               move asnthruseq to ws-asn-thru
           end-if
           EXEC SQL
               DECLARE c_asnlog CURSOR FOR
               SELECT an_seq, an_w_id, an_d_id, an_o_id, an_run_d,
                   an_car_id
                   FROM asnlog
                   WHERE an_queue = :an-queue
                       AND an_seq BETWEEN :ws-asn-from
                           AND :ws-asn-thru
                   ORDER BY an_seq
           END-EXEC
           EXEC SQL OPEN c_asnlog END-EXEC
           move 'N' to ws-asn-eof
           perform until ws-asn-eof = 'Y'
               EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
               EXEC SQL
                   FETCH c_asnlog INTO :an-seq, :an-w-id, :an-d-id,
                       :an-o-id, :an-run-d, :an-car-id
               END-EXEC
               EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
               if sqlcode = 100
                   move 'Y' to ws-asn-eof
                   exit perform
               end-if
               move an-w-id to o-w-id
               move an-d-id to o-d-id
               move an-o-id to o-id
               move an-car-id to asncarrier
               move an-run-d to asnrundate
               move an-seq to asnseq
               move 'R' to as-resend
               perform build-notice
               perform write-notice
               EXEC SQL
                   UPDATE asnlog
                   SET an_resends = an_resends + 1
                   WHERE an_queue = :an-queue AND an_seq = :an-seq
               END-EXEC
           end-perform
           EXEC SQL CLOSE c_asnlog END-EXEC
           if asnsent = 0
               go to nothing-to-resend
           end-if

           EXEC CICS SYNCPOINT END-EXEC
           move "Ship notices resent" to msg
           .

      *> the order as it went out on run asnrundate of
      *> carrier asncarrier: o-w-id/o-d-id/o-id name the order
       build-notice.
           move an-seq to as-seq
           move o-w-id to as-wid
           move o-d-id to as-did
           move o-id to as-oid
           move asnrundate to as-ship-d
           move asncarrier to as-carrier
           move 0 to as-line-cnt
           move 0 to ws-asn-weight
           perform varying lx from 1 by 1 until lx > 30
               move 0 to as-olno (lx)
               move 0 to as-itemid (lx)
               move spaces to as-custpart (lx)
               move 0 to as-ord-qty (lx)
               move 0 to as-ship-qty (lx)
               move space to as-status (lx)
           end-perform

           EXEC SQL
               SELECT o_c_id, COALESCE(o_cust_po, ' ')
               INTO :o-c-id, :o-cust-po
               FROM orders
               WHERE o_w_id = :o-w-id AND o_d_id = :o-d-id
                   AND o_id = :o-id
           END-EXEC
           move o-c-id to as-cid
           move o-cust-po to as-custpo

           move asncarrier to car-id
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           move spaces to car-name
           EXEC SQL
               SELECT car_name INTO :car-name
               FROM carrier
               WHERE car_id = :car-id
           END-EXEC
           move car-name to as-car-name
           move spaces to tk-no
           EXEC SQL
               SELECT tk_no INTO :tk-no
               FROM shiptrk
               WHERE tk_w_id = :o-w-id AND tk_d_id = :o-d-id
                   AND tk_o_id = :o-id
           END-EXEC
           move tk-no to as-trk
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           move spaces to ws-asn-run-pat
           string
               asnrundate delimited size
               "%" delimited size
           into ws-asn-run-pat

           EXEC SQL
               DECLARE c_asnline CURSOR FOR
               SELECT ol_number, ol_i_id, ol_quantity,
                   COALESCE(ol_drop_po, 0), ol_delivery_d,
                   i_weight,
                   COALESCE((SELECT MIN(pn_custpart)
                             FROM custpart
                             WHERE pn_w_id = ol_w_id
                                 AND pn_d_id = ol_d_id
                                 AND pn_c_id = :o-c-id
                                 AND pn_i_id = ol_i_id), ' ')
                   FROM order_line, item
                   WHERE ol_w_id = :o-w-id AND ol_d_id = :o-d-id
                       AND ol_o_id = :o-id AND i_id = ol_i_id
                   ORDER BY ol_number
           END-EXEC
           EXEC SQL OPEN c_asnline END-EXEC
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_asnline INTO :ol-number, :ol-i-id,
                       :ol-quantity, :ws-asn-drop-po,
                       :ws-asn-deliv-d :ws-asn-deliv-ind,
                       :i-weight, :ws-asn-custpart
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               if as-line-cnt < 30
                   perform notice-line
               end-if
           end-perform
           EXEC SQL CLOSE c_asnline END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           move ws-asn-weight to as-weight
           .

      *> what the line did on this truck, and why not
      *> all of it when it didn't
       notice-line.
           add 1 to as-line-cnt
           move as-line-cnt to lx
           move ol-number to as-olno (lx)
           move ol-i-id to as-itemid (lx)
           move ws-asn-custpart to as-custpart (lx)
           move ol-quantity to as-ord-qty (lx)
           move 0 to as-ship-qty (lx)
           evaluate true
               when ws-asn-drop-po not = 0
                   move 'V' to as-status (lx)
               when ws-asn-deliv-ind >= 0
                   and ws-asn-deliv-d(1:10) = asnrundate
                   move 'S' to as-status (lx)
                   move ol-quantity to as-ship-qty (lx)
                   compute ws-asn-weight =
                       ws-asn-weight + ol-quantity * i-weight
               when ws-asn-deliv-ind >= 0
                   and ws-asn-deliv-d(1:10) < asnrundate
                   move 'E' to as-status (lx)
               when other
      *> still held when this truck left: the pick
      *> came up short, or the line waits on its backorder
                   EXEC SQL
                       SELECT COALESCE(SUM(pk_short_qty), 0)
                       INTO :ws-asn-short
                       FROM pickconf
                       WHERE pk_w_id = :o-w-id AND pk_d_id = :o-d-id
                           AND pk_o_id = :o-id
                           AND pk_ol_number = :ol-number
                   END-EXEC
                   if ws-asn-short > 0
                       move 'K' to as-status (lx)
                   else
                       move 'B' to as-status (lx)
                   end-if
           end-evaluate
           .

       write-notice.
           move an-queue to asnqueue
           move length of ws-asn-record to ws-td-len
           exec cics writeq td
               queue(an-queue)
               from(ws-asn-record)
               length(ws-td-len)
               resp(ws-resp-writeq-td)
           end-exec
           if ws-resp-writeq-td not = DFHRESP(NORMAL)
               go to notice-not-written
           end-if
           add 1 to asnsent
           .

       bad-request.
           move "Request type must be S, or R with a queue and sequence"
             to err
           move err to asnerr

           move 1 to asnresult
           move 1 to result-code
           perform audit-return.

      *> a send's log row stays: the partner sees the
      *> gap and asks for the resend
       notice-not-written.
           move "Ship notice could not be written to the queue" to err
           move err to asnerr

           move 2 to asnresult
           move 2 to result-code
           perform audit-return.

       nothing-to-resend.
           move "No ship notices in that range" to err
           move err to asnerr

           move 3 to asnresult
           move 3 to result-code
           perform audit-return.

       order-not-found.
           move "Order not found" to err
           move err to asnerr

           move 4 to asnresult
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
           move err to asnerr

      *> a send belongs to the manifest run's unit of
      *> work - the caller rolls it back on asnresult -1 (the
      *> SQLHREL convention); a resend is its own
           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           if asn-resend
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           end-if

           move -1 to asnresult
           move -1 to result-code
           perform audit-return.

      *> durable record of this call's outcome, same
      *> "CALL a subprogram that writeq's a TD queue" idiom TPCTRACE
      *> already uses for trace entries.
       audit-return.
           move ws-program-name to tpc-audit-program
           move asnwid to tpc-audit-w-id
           move asndid to tpc-audit-d-id
           move result-code to tpc-audit-result-code
           move err to tpc-audit-err
           move msg to tpc-audit-msg
           move datetime to tpc-audit-entry-d
           call 'TPCCAUDT' using tpc-audit-data-block

           exec cics return end-exec.

      ***--------------------------------------------------------------*
      ***  $Workfile:   sqlasnx.cbl  $ end
      ***--------------------------------------------------------------*
