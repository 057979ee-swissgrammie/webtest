       identification division.

       program-id. sqloack.

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
      * TPCC order acknowledgement
      *
      * A customer used to learn what New Order actually did with an
      * order - the price each line was charged at, which lines went
      * to backorder, what was offered instead - only when the invoice
      * or the goods arrived. New Order now LINKs here once the order
      * is committed (every channel that enters orders through it -
      * the terminal, SQLBTOR batch orders, SQLSTOB standing orders -
      * gets one) and this writes the acknowledgement document:
      *
      *   - the header: order, date, warehouse/district, customer;
      *   - where it is going: the SHIPTO site the order names, the
      *     customer master address otherwise, or counter pickup;
      *   - one line per order line as priced, with the basis the
      *     price came from (list, quantity break, contract, quote,
      *     override, blanket, kit, promotion);
      *   - under a backordered line, the available-to-promise date
      *     SQLATPQ gave it (or that no date can yet be promised);
      *   - the substitutes New Order offered for a backordered item;
      *   - the freight, any rush surcharge, the promotion applied,
      *     and the order total.
      *
      * The customer's c_ack_deliv chooses the delivery: P (the
      * default) queues the document to TS queue ACKRPT for the print
      * spool (SQLSPLD), F writes the same lines to extrapartition TD
      * queue OACK, the customer document feed - the SQLPOXM
      * transmission idiom.
      *
      * Nothing here is written to the database, and no rollback is
      * ever issued: the order was committed before the LINK, and a
      * document that can't be produced must not take it back. The
      * outcome comes back in ackresult for New Order to pass on.
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
       01  ws-program-name                   pic x(8) value 'SQLOACK '.

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
       01  ws-ack-entry-d                    pic x(20).
       01  ws-ack-amount                     pic s9(9)v99 comp-3.
       01  ws-ack-freight                    pic s9(6)v99 comp-3.
       01  ws-ack-rush                       pic s9(6)v99 comp-3.
       01  ws-ack-pickup                     pic x(1).
       01  ws-ship-to                        pic s9(9) comp.
       01  ws-ack-deliv                      pic x(1).
       01  ws-ack-drop-po                    pic s9(9) comp.
       01  ws-ack-drop-ind                   pic s9(4) comp.
           EXEC SQL END DECLARE SECTION END-EXEC

      *> P to the print spool, F to the customer
      *> document feed
       01  ws-report-q-name                  pic x(8) value 'ACKRPT'.
       01  ws-out-q-name                     pic x(4) value 'OACK'.
       01  ws-resp-writeq-ts                 pic s9(8) comp.
       01  ws-resp-writeq-td                 pic s9(8) comp.
       01  ws-td-len                         pic s9(4) comp.

       01  ws-ack-total                      pic s9(9)v99 comp-3.
       01  ws-ack-unit                       pic s9(7)v99 comp-3.
       01  ws-line-ix                        pic s9(9) comp.
       01  sx                                pic s9(9) comp.

      *> every document line is built in one of the
      *> layouts below and moved here to be written
       01  ws-ack-line                       pic x(100).

       01  ws-ack-header.
           03  filler                        pic x(10)
               value 'ORDER ACK '.
           03  ws-ack-oid                    pic 9(8).
           03  filler                        pic x(1) value space.
           03  ws-ack-date                   pic x(19).
           03  filler                        pic x(4) value ' W: '.
           03  ws-ack-wh                     pic z(3)9.
           03  filler                        pic x(4) value ' D: '.
           03  ws-ack-dist                   pic z9.
       01  ws-ack-cust-line.
           03  filler                        pic x(10)
               value 'CUSTOMER  '.
           03  ws-ack-cid                    pic z(3)9.
           03  filler                        pic x(1) value space.
           03  ws-ack-cfirst                 pic x(16).
           03  filler                        pic x(1) value space.
           03  ws-ack-clast                  pic x(16).
       01  ws-ack-ship-line.
           03  filler                        pic x(10)
               value 'SHIP TO   '.
           03  ws-ack-shname                 pic x(24).
           03  filler                        pic x(1) value space.
           03  ws-ack-shstreet               pic x(20).
           03  filler                        pic x(1) value space.
           03  ws-ack-shcity                 pic x(20).
           03  filler                        pic x(1) value space.
           03  ws-ack-shstate                pic x(2).
           03  filler                        pic x(1) value space.
           03  ws-ack-shzip                  pic x(9).
       01  ws-ack-detail.
           03  filler                        pic x(10)
               value 'LINE      '.
           03  ws-ack-olno                   pic z9.
           03  filler                        pic x(1) value space.
           03  ws-ack-item                   pic z(5)9.
           03  filler                        pic x(1) value space.
           03  ws-ack-iname                  pic x(24).
           03  filler                        pic x(5) value ' QTY '.
           03  ws-ack-qty                    pic z(3)9.
           03  filler                        pic x(3) value ' @ '.
           03  ws-ack-price                  pic z(5)9.99.
           03  filler                        pic x(1) value space.
           03  ws-ack-amt                    pic z(6)9.99.
           03  filler                        pic x(1) value space.
           03  ws-ack-basis                  pic x(11).
       01  ws-ack-bo-line.
           03  filler                        pic x(13)
               value '   BACKORDER '.
           03  ws-ack-bo-text                pic x(24).
       01  ws-ack-drop-line.
           03  filler                        pic x(23)
               value '   DROP SHIP FROM PO   '.
           03  ws-ack-drop                   pic z(7)9.
       01  ws-ack-subhdr.
           03  filler                        pic x(24)
               value 'SUBSTITUTES FOR ITEM    '.
           03  ws-ack-subfor                 pic z(5)9.
       01  ws-ack-sub-line.
           03  filler                        pic x(10)
               value '   SUB    '.
           03  ws-ack-subid                  pic z(5)9.
           03  filler                        pic x(1) value space.
           03  ws-ack-subname                pic x(24).
           03  filler                        pic x(3) value ' @ '.
           03  ws-ack-subprice               pic zz9.99.
           03  filler                        pic x(10)
               value ' ON HAND '.
           03  ws-ack-substock               pic z(3)9.
       01  ws-ack-money-line.
           03  ws-ack-money-label            pic x(10).
           03  ws-ack-money                  pic z(7)9.99.
       01  ws-ack-promo-line.
           03  filler                        pic x(10)
               value 'PROMOTION '.
           03  ws-ack-promo                  pic x(10).
       01  ws-ack-trailer.
           03  filler                        pic x(10)
               value 'END ACK   '.
           03  ws-ack-tr-oid                 pic 9(8).
           03  filler                        pic x(7) value ' LINES '.
           03  ws-ack-tr-lines               pic z(3)9.

      *> local copies of the common outcome fields the
      *> audit block reports; the hand-off block carries its own
      *> ackresult/ackerr for the caller
       01  err                               pic x(80).
       01  msg                               pic x(80).
       01  result-code                       pic s9(9) comp.

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpyoack.

       PROCEDURE DIVISION.
       MAIN.
           EXEC SQL WHENEVER NOT FOUND go to order-not-found END-EXEC
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

           move 0 to acklines
           move spaces to ackerr

           move ackwid to o-w-id
           move ackdid to o-d-id
           move ackoid to o-id

           EXEC SQL
               SELECT o_c_id, o_entry_d, COALESCE(o_ship_to, 0),
                   COALESCE(o_freight, 0), COALESCE(o_rush_chg, 0),
                   COALESCE(o_promo_code, ' '),
                   COALESCE(o_pickup, ' ')
               INTO :o-c-id, :ws-ack-entry-d, :ws-ship-to,
                   :ws-ack-freight, :ws-ack-rush, :o-promo-code,
                   :ws-ack-pickup
               FROM orders
               WHERE o_w_id = :o-w-id AND o_d_id = :o-d-id
                   AND o_id = :o-id
           END-EXEC

           move o-c-id to c-id
           EXEC SQL
               SELECT c_first, c_last, c_street_1, c_city, c_state,
                   c_zip, COALESCE(c_ack_deliv, 'P')
               INTO :c-first, :c-last, :c-street-1, :c-city,
                   :c-state, :c-zip, :ws-ack-deliv
               FROM customer
               WHERE c_w_id = :o-w-id AND c_d_id = :o-d-id
                   AND c_id = :c-id
           END-EXEC
           if ws-ack-deliv not = 'F'
               move 'P' to ws-ack-deliv
           end-if
           move ws-ack-deliv to ackdelivery

      *> document header and customer
           move ackoid to ws-ack-oid
           move ws-ack-entry-d(1:19) to ws-ack-date
           move ackwid to ws-ack-wh
           move ackdid to ws-ack-dist
           move ws-ack-header to ws-ack-line
           perform write-ack-line
           move o-c-id to ws-ack-cid
           move c-first to ws-ack-cfirst
           move c-last to ws-ack-clast
           move ws-ack-cust-line to ws-ack-line
           perform write-ack-line

           perform ship-to-address

      *> one line per order line as priced; ol_amount
      *> already carries the discount and taxes New Order applied
           move 0 to ws-ack-total
           EXEC SQL
               DECLARE c_ackline CURSOR FOR
               SELECT ol_number, ol_i_id, ol_quantity, ol_amount,
                   ol_drop_po, i_name
                   FROM order_line, item
                   WHERE ol_w_id = :o-w-id AND ol_d_id = :o-d-id
                       AND ol_o_id = :o-id AND i_id = ol_i_id
                   ORDER BY ol_number
           END-EXEC
           EXEC SQL OPEN c_ackline END-EXEC
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_ackline INTO :ol-number, :ol-i-id,
                       :ol-quantity, :ws-ack-amount,
                       :ws-ack-drop-po :ws-ack-drop-ind, :i-name
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               perform acknowledge-line
           end-perform
           EXEC SQL CLOSE c_ackline END-EXEC

      *> what New Order offered for a backordered item
           if acksubfor not = 0 and acksubcnt > 0
               perform acknowledge-substitutes
           end-if

           if o-promo-code not = spaces
               move o-promo-code to ws-ack-promo
               move ws-ack-promo-line to ws-ack-line
               perform write-ack-line
           end-if
           move 'FREIGHT   ' to ws-ack-money-label
           move ws-ack-freight to ws-ack-money
           move ws-ack-money-line to ws-ack-line
           perform write-ack-line
           add ws-ack-freight to ws-ack-total
           if ws-ack-rush not = 0
               move 'RUSH      ' to ws-ack-money-label
               move ws-ack-rush to ws-ack-money
               move ws-ack-money-line to ws-ack-line
               perform write-ack-line
               add ws-ack-rush to ws-ack-total
           end-if
           move 'TOTAL     ' to ws-ack-money-label
           move ws-ack-total to ws-ack-money
           move ws-ack-money-line to ws-ack-line
           perform write-ack-line

           move ackoid to ws-ack-tr-oid
           compute ws-ack-tr-lines = acklines + 1
           move ws-ack-trailer to ws-ack-line
           perform write-ack-line

           move "Acknowledgement produced" to msg
           move 0 to ackresult
           move 0 to result-code
           perform audit-return.

      *> the named SHIPTO site, the counter for a
      *> pickup order, the customer's own address otherwise
       ship-to-address.
           move spaces to ws-ack-ship-line(11:)
           if ws-ack-pickup = 'Y'
               move 'COUNTER PICKUP' to ws-ack-shname
           else
               move c-first to ws-ack-shname
               move c-street-1 to ws-ack-shstreet
               move c-city to ws-ack-shcity
               move c-state to ws-ack-shstate
               move c-zip to ws-ack-shzip
               if ws-ship-to not = 0
                   move o-w-id to sh-w-id
                   move o-d-id to sh-d-id
                   move o-c-id to sh-c-id
                   move ws-ship-to to sh-no
                   EXEC SQL WHENEVER NOT FOUND continue END-EXEC
                   EXEC SQL
                       SELECT sh_name, sh_street_1, sh_city,
                           sh_state, sh_zip
                       INTO :sh-name, :sh-street-1, :sh-city,
                           :sh-state, :sh-zip
                       FROM shipto
                       WHERE sh_w_id = :sh-w-id
                           AND sh_d_id = :sh-d-id
                           AND sh_c_id = :sh-c-id
                           AND sh_no = :sh-no
                   END-EXEC
                   if sqlcode = 0
                       move sh-name to ws-ack-shname
                       move sh-street-1 to ws-ack-shstreet
                       move sh-city to ws-ack-shcity
                       move sh-state to ws-ack-shstate
                       move sh-zip to ws-ack-shzip
                   end-if
                   EXEC SQL WHENEVER NOT FOUND go to order-not-found
                       END-EXEC
               end-if
           end-if
           move ws-ack-ship-line to ws-ack-line
           perform write-ack-line
           .

      *> the detail line with its price basis, then
      *> the backorder promise and the drop-ship PO under it
       acknowledge-line.
           move ol-number to ws-ack-olno
           move ol-i-id to ws-ack-item
           move i-name to ws-ack-iname
           move ol-quantity to ws-ack-qty
           if ol-quantity > 0
               compute ws-ack-unit rounded =
                   ws-ack-amount / ol-quantity
           else
               move 0 to ws-ack-unit
           end-if
           move ws-ack-unit to ws-ack-price
           move ws-ack-amount to ws-ack-amt
           add ws-ack-amount to ws-ack-total

           move spaces to ws-ack-basis
           move ol-number to ws-line-ix
           if ws-line-ix > 0 and ws-line-ix <= 30
               evaluate ackbasis (ws-line-ix)
                   when 'L' move 'LIST' to ws-ack-basis
                   when 'K' move 'KIT' to ws-ack-basis
                   when 'Q' move 'QTY BREAK' to ws-ack-basis
                   when 'C' move 'CONTRACT' to ws-ack-basis
                   when 'S' move 'QUOTE' to ws-ack-basis
                   when 'O' move 'OVERRIDE' to ws-ack-basis
                   when 'B' move 'BLANKET' to ws-ack-basis
                   when 'P' move 'PROMOTION' to ws-ack-basis
                   when other continue
               end-evaluate
           end-if
           move ws-ack-detail to ws-ack-line
           perform write-ack-line

           if ws-line-ix > 0 and ws-line-ix <= 30
               if ackbackorder (ws-line-ix) = 'Y'
                   if ackatp (ws-line-ix) = spaces
                       move 'NO DATE YET PROMISED' to ws-ack-bo-text
                   else
                       move spaces to ws-ack-bo-text
                       string
                           "ATP " delimited size
                           ackatp (ws-line-ix) delimited size
                       into ws-ack-bo-text
                   end-if
                   move ws-ack-bo-line to ws-ack-line
                   perform write-ack-line
               end-if
           end-if

           if ws-ack-drop-ind >= 0 and ws-ack-drop-po not = 0
               move ws-ack-drop-po to ws-ack-drop
               move ws-ack-drop-line to ws-ack-line
               perform write-ack-line
           end-if
           .

       acknowledge-substitutes.
           move acksubfor to ws-ack-subfor
           move ws-ack-subhdr to ws-ack-line
           perform write-ack-line
           perform varying sx from 1 by 1
                   until sx > acksubcnt or sx > 3
               move acksubid (sx) to ws-ack-subid
               move acksubname (sx) to ws-ack-subname
               move acksubprice (sx) to ws-ack-subprice
               move acksubstock (sx) to ws-ack-substock
               move ws-ack-sub-line to ws-ack-line
               perform write-ack-line
           end-perform
           .

      *> one document line to wherever the customer
      *> takes acknowledgements
       write-ack-line.
           if ws-ack-deliv = 'F'
               move length of ws-ack-line to ws-td-len
               exec cics writeq td
                   queue(ws-out-q-name)
                   from(ws-ack-line)
                   length(ws-td-len)
                   resp(ws-resp-writeq-td)
               end-exec
               if ws-resp-writeq-td not = DFHRESP(NORMAL)
                   go to ack-not-written
               end-if
           else
               exec cics writeq ts
                   queue(ws-report-q-name)
                   from(ws-ack-line)
                   length(length of ws-ack-line)
                   resp(ws-resp-writeq-ts)
               end-exec
               if ws-resp-writeq-ts not = DFHRESP(NORMAL)
                   go to ack-not-written
               end-if
           end-if
           add 1 to acklines
           move spaces to ws-ack-line
           .

       order-not-found.
           move "Order not found" to err
           move err to ackerr

           move 1 to ackresult
           move 1 to result-code
           perform audit-return.

       ack-not-written.
           move "Acknowledgement could not be written" to err
           move err to ackerr

           move 2 to ackresult
           move 2 to result-code
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
           move err to ackerr

      *> no rollback here: New Order LINKs this after its
      *> own commit and this writes nothing to the database - a
      *> rollback could only reach the caller's next unit of work
           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC

           move -1 to ackresult
           move -1 to result-code
           perform audit-return.

      *> durable record of this call's outcome, same
      *> "CALL a subprogram that writeq's a TD queue" idiom TPCTRACE
      *> already uses for trace entries.
       audit-return.
           move ws-program-name to tpc-audit-program
           move ackwid to tpc-audit-w-id
           move ackdid to tpc-audit-d-id
           move result-code to tpc-audit-result-code
           move err to tpc-audit-err
           move msg to tpc-audit-msg
           move datetime to tpc-audit-entry-d
           call 'TPCCAUDT' using tpc-audit-data-block

           exec cics return end-exec.

      ***--------------------------------------------------------------*
      ***  $Workfile:   sqloack.cbl  $ end
      ***--------------------------------------------------------------*
