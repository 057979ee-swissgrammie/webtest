       identification division.

       program-id. sqlpoxm.

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
      * TPCC purchase order exchange with vendors
      *
      * A POHEADER used to exist only in here: the buyer re-typed it
      * into an e-mail or a fax, and the ship date the vendor
      * confirmed never came back. Two feeds replace that:
      *
      *   reqtype 'T' (transmit) - every approved (status O) header
      *               not yet sent goes out on extrapartition TD
      *               queue POXO (the DCT points it at the vendor
      *               transmission dataset, as SQLEXTR's feeds are
      *               pointed) as fixed-layout records: an H header,
      *               a D per open line with the date we want it on
      *               the dock (entry plus quoted lead days) and a T
      *               trailer that balances it, grouped by vendor.
      *               A drop-ship header (raised by New Order to ship
      *               straight to the customer) carries the
      *               customer's ship-to as S and C records after
      *               its H.
      *               The header is stamped poh_xmit_d so it goes
      *               once. Headers still pending approval wait.
      *   reqtype 'A' (acknowledge) - the vendors' acknowledgement
      *               records come back on TD queue POXA (fixed
      *               layout, same arrangement as TBUR). Each names
      *               our PO and line, the quantity accepted and the
      *               date the vendor confirms; both are stored on the
      *               line, and SQLATPQ lands the line on the
      *               confirmed date instead of the quoted lead. A line
      *               the vendor accepts none of is cancelled (status
      *               X) so the next sweep re-buys it elsewhere or
      *               later. Anything unusable goes to the POXRPT
      *               report with the reason, as do the declines.
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
       01  ws-program-name                   pic x(8) value 'SQLPOXM '.

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
       01  ws-open-cnt                       pic s9(9) comp.
       01  ws-ship-to-ind                    pic s9(4) comp.
           EXEC SQL END DECLARE SECTION END-EXEC

       01  ws-out-q-name                     pic x(4) value 'POXO'.
       01  ws-ack-q-name                     pic x(4) value 'POXA'.
       01  ws-td-len                         pic s9(4) comp.
       01  ws-resp-writeq-td                 pic s9(8) comp.
       01  ws-resp-readq-td                  pic s9(8) comp.

      *> the transmission record, fixed layout: header,
      *> line and trailer views of the same 80 bytes
       01  ws-poxo-record.
           03  px-h-type                     pic x(1).
           03  px-h-poh-id                   pic 9(8).
           03  px-h-vn-id                    pic 9(4).
           03  px-h-vn-name                  pic x(24).
           03  px-h-w-id                     pic 9(4).
           03  px-h-po-d                     pic x(10).
           03  px-h-line-cnt                 pic 9(4).
           03  px-h-value                    pic 9(9)v99.
           03  filler                        pic x(14).
       01  ws-poxo-detail redefines ws-poxo-record.
           03  px-d-type                     pic x(1).
           03  px-d-poh-id                   pic 9(8).
           03  px-d-po-id                    pic 9(8).
           03  px-d-i-id                     pic 9(6).
           03  px-d-i-name                   pic x(24).
           03  px-d-qty                      pic 9(5).
           03  px-d-cost                     pic 9(3)v99.
           03  px-d-want-d                   pic x(10).
           03  filler                        pic x(13).
       01  ws-poxo-trailer redefines ws-poxo-record.
           03  px-t-type                     pic x(1).
           03  px-t-poh-id                   pic 9(8).
           03  px-t-line-cnt                 pic 9(4).
           03  px-t-qty                      pic 9(7).
           03  px-t-value                    pic 9(9)v99.
           03  filler                        pic x(49).
      *> a drop-ship header's customer ship-to follows its
      *> H record: S carries the name and street lines, C the city,
      *> state and zip
       01  ws-poxo-ship-to redefines ws-poxo-record.
           03  px-s-type                     pic x(1).
           03  px-s-poh-id                   pic 9(8).
           03  px-s-name                     pic x(24).
           03  px-s-street-1                 pic x(20).
           03  px-s-street-2                 pic x(20).
           03  filler                        pic x(7).
       01  ws-poxo-ship-city redefines ws-poxo-record.
           03  px-c-type                     pic x(1).
           03  px-c-poh-id                   pic 9(8).
           03  px-c-city                     pic x(20).
           03  px-c-state                    pic x(2).
           03  px-c-zip                      pic x(9).
           03  filler                        pic x(40).

      *> one acknowledgement, fixed layout off the vendor
      *> file: our PO header and line, the quantity the vendor
      *> accepts, the date it confirms, and its own reference
       01  ws-poxa-record.
           03  ak-poh-id                     pic 9(8).
           03  ak-po-id                      pic 9(8).
           03  ak-acc-qty                    pic 9(5).
           03  ak-conf-d                     pic x(10).
           03  ak-vn-ref                     pic x(16).

      *> running trailer figures for the header being sent
       01  ws-hdr-lines                      pic s9(9) comp.
       01  ws-hdr-qty                        pic s9(9) comp.
       01  ws-want-d                         pic x(10).

       01  ws-work-int                       pic s9(9) comp.
       01  ws-work-date                      pic x(10).
       01  ws-date-digits                    pic 9(8).
       01  filler redefines ws-date-digits.
           03  ws-dd-yyyy                    pic 9(4).
           03  ws-dd-mm                      pic 9(2).
           03  ws-dd-dd                      pic 9(2).
       01  ws-date-ok                        pic x(1).
           88  ws-date-parsed                value 'Y'.

       01  ws-report-q-name                  pic x(8) value 'POXRPT'.
       01  ws-resp-writeq-ts                 pic s9(8) comp.
       01  ws-report-line.
           03  filler                        pic x(7)
               value 'POXRPT '.
           03  ws-rpt-seq                    pic z(4)9.
           03  filler                        pic x(4) value ' PO '.
           03  ws-rpt-poh                    pic z(7)9.
           03  filler                        pic x(6) value ' LINE '.
           03  ws-rpt-po                     pic z(7)9.
           03  filler                        pic x(5) value ' QTY '.
           03  ws-rpt-qty                    pic z(4)9.
           03  filler                        pic x(1) value space.
           03  ws-rpt-status                 pic x(8).
           03  filler                        pic x(1) value space.
           03  ws-rpt-detail                 pic x(50).

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpypoxm.

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

           move 0 to hdrcount
           move 0 to linecount
           move 0 to recsread
           move 0 to recsloaded
           move 0 to recsdeclined
           move 0 to recsrejected
           move 0 to rptcount

           evaluate true
               when poxm-transmit
                   perform transmit-purchase-orders
               when poxm-acknowledge
                   perform read-acknowledgements
               when other
                   perform bad-reqtype
           end-evaluate

           EXEC CICS SYNCPOINT END-EXEC

           move 0 to result-code
           perform audit-return.

      *> the approved headers not yet sent, a vendor's
      *> together; one still pending approval (P) waits for its
      *> supervisor, one rejected (X) never goes
       transmit-purchase-orders.
           move wid to ws-w-id
           EXEC SQL
               DECLARE c_pxhdr CURSOR FOR
               SELECT poh_id, poh_w_id, poh_vn_id, poh_entry_d,
                   poh_line_cnt, COALESCE(poh_value, 0), vn_name,
                   vn_lead_days
                   FROM poheader, vendor
                   WHERE vn_id = poh_vn_id
                       AND poh_status = 'O'
                       AND poh_xmit_d IS NULL
                       AND (:ws-w-id = 0 OR poh_w_id = :ws-w-id)
                   ORDER BY poh_vn_id, poh_id
           END-EXEC
           EXEC SQL OPEN c_pxhdr END-EXEC
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_pxhdr INTO :poh-id, :poh-w-id,
                       :poh-vn-id, :poh-entry-d, :poh-line-cnt,
                       :poh-value, :vn-name, :vn-lead-days
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               perform transmit-one-header
           end-perform
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           EXEC SQL CLOSE c_pxhdr END-EXEC

           move "Purchase order transmission written" to msg
           .

       transmit-one-header.
      *> the dock date we ask for is the lead time the
      *> vendor quoted, counted from when the PO was cut
           move poh-entry-d(1:10) to ws-work-date
           perform date-to-int
           if ws-date-parsed
               add vn-lead-days to ws-work-int
               perform work-int-to-date
               move ws-work-date to ws-want-d
           else
               move spaces to ws-want-d
           end-if

           move spaces to ws-poxo-record
           move 'H' to px-h-type
           move poh-id to px-h-poh-id
           move poh-vn-id to px-h-vn-id
           move vn-name to px-h-vn-name
           move poh-w-id to px-h-w-id
           move poh-entry-d(1:10) to px-h-po-d
           move poh-line-cnt to px-h-line-cnt
           move poh-value to px-h-value
           perform write-transmission
           perform transmit-ship-to

           move 0 to ws-hdr-lines
           move 0 to ws-hdr-qty
           EXEC SQL
               DECLARE c_pxline CURSOR FOR
               SELECT po_id, po_i_id, po_qty, i_name,
                   COALESCE(po_unit_cost, i_cost, 0)
                   FROM purchase_order, item
                   WHERE po_poh_id = :poh-id
                       AND po_status = 'O'
                       AND i_id = po_i_id
                   ORDER BY po_id
           END-EXEC
           EXEC SQL OPEN c_pxline END-EXEC
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_pxline INTO :po-id, :po-i-id, :po-qty,
                       :i-name, :i-cost
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               move spaces to ws-poxo-record
               move 'D' to px-d-type
               move poh-id to px-d-poh-id
               move po-id to px-d-po-id
               move po-i-id to px-d-i-id
               move i-name to px-d-i-name
               move po-qty to px-d-qty
               move i-cost to px-d-cost
               move ws-want-d to px-d-want-d
               perform write-transmission
               add 1 to ws-hdr-lines
               add po-qty to ws-hdr-qty
           end-perform
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           EXEC SQL CLOSE c_pxline END-EXEC

           move spaces to ws-poxo-record
           move 'T' to px-t-type
           move poh-id to px-t-poh-id
           move ws-hdr-lines to px-t-line-cnt
           move ws-hdr-qty to px-t-qty
           move poh-value to px-t-value
           perform write-transmission

           move datetime to poh-xmit-d
           EXEC SQL
               UPDATE poheader
               SET poh_xmit_d = :poh-xmit-d
               WHERE poh_id = :poh-id
           END-EXEC

           add 1 to hdrcount
           add ws-hdr-lines to linecount
           .

      *> a drop-ship PO goes to the customer, not our dock;
      *> a header with no ship-to is one of ours and sends none
       transmit-ship-to.
           EXEC SQL
               SELECT poh_ship_name, poh_ship_street_1,
                   poh_ship_street_2, poh_ship_city, poh_ship_state,
                   poh_ship_zip
               INTO :poh-ship-name :ws-ship-to-ind,
                   :poh-ship-street-1 :ws-ship-to-ind,
                   :poh-ship-street-2 :ws-ship-to-ind,
                   :poh-ship-city :ws-ship-to-ind,
                   :poh-ship-state :ws-ship-to-ind,
                   :poh-ship-zip :ws-ship-to-ind
               FROM poheader
               WHERE poh_id = :poh-id
           END-EXEC
           if ws-ship-to-ind >= 0
               move spaces to ws-poxo-record
               move 'S' to px-s-type
               move poh-id to px-s-poh-id
               move poh-ship-name to px-s-name
               move poh-ship-street-1 to px-s-street-1
               move poh-ship-street-2 to px-s-street-2
               perform write-transmission
               move spaces to ws-poxo-record
               move 'C' to px-c-type
               move poh-id to px-c-poh-id
               move poh-ship-city to px-c-city
               move poh-ship-state to px-c-state
               move poh-ship-zip to px-c-zip
               perform write-transmission
           end-if
           .

      *> a transmission that can't be written leaves
      *> every header unsent for the re-run
       write-transmission.
           move length of ws-poxo-record to ws-td-len
           exec cics writeq td
               queue(ws-out-q-name)
               from(ws-poxo-record)
               length(ws-td-len)
               resp(ws-resp-writeq-td)
           end-exec
           if ws-resp-writeq-td not = DFHRESP(NORMAL)
               perform file-not-written
           end-if
           .

       read-acknowledgements.
           perform read-ack-record
           perform until ws-resp-readq-td not = DFHRESP(NORMAL)
               add 1 to recsread
               perform load-one-ack
               perform read-ack-record
           end-perform

           move "Vendor acknowledgements loaded" to msg
           .

       read-ack-record.
           move spaces to ws-poxa-record
           move length of ws-poxa-record to ws-td-len
           exec cics readq td
               queue(ws-ack-q-name)
               into(ws-poxa-record)
               length(ws-td-len)
               resp(ws-resp-readq-td)
           end-exec
           .

      *> everything has to parse before any of it is
      *> moved into a numeric field; a decline carries no date
       load-one-ack.
           move recsread to ws-rpt-seq
           move 0 to ws-rpt-poh
           move 0 to ws-rpt-po
           move 0 to ws-rpt-qty
           move spaces to ws-rpt-detail

           move 'Y' to ws-date-ok
           if ak-acc-qty is numeric and ak-acc-qty > 0
               move ak-conf-d to ws-work-date
               perform date-to-int
           end-if
           if ak-poh-id not numeric or ak-po-id not numeric
               or ak-acc-qty not numeric
               or not ws-date-parsed
               move 'REJECT  ' to ws-rpt-status
               move "unparseable record off the vendor's file"
                 to ws-rpt-detail
               add 1 to recsrejected
               perform queue-report-line
           else
               move ak-poh-id to ws-rpt-poh
               move ak-po-id to ws-rpt-po
               move ak-acc-qty to ws-rpt-qty
               perform match-po-line
           end-if
           .

       match-po-line.
           move ak-po-id to po-id
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT po_qty, po_status, po_poh_id
               INTO :po-qty, :po-status, :po-poh-id
               FROM purchase_order
               WHERE po_id = :po-id
           END-EXEC
           if sqlcode = 100
               move 'REJECT  ' to ws-rpt-status
               move spaces to ws-rpt-detail
               string
                   ak-vn-ref delimited size
                   " no such purchase order line" delimited size
               into ws-rpt-detail
               add 1 to recsrejected
               perform queue-report-line
           else
               perform store-one-ack
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

       store-one-ack.
           evaluate true
               when po-poh-id not = ak-poh-id
                   move 'REJECT  ' to ws-rpt-status
                   move "line is not on that purchase order"
                     to ws-rpt-detail
                   add 1 to recsrejected
                   perform queue-report-line
               when po-status not = 'O'
                   move 'REJECT  ' to ws-rpt-status
                   move "line is no longer open" to ws-rpt-detail
                   add 1 to recsrejected
                   perform queue-report-line
               when ak-acc-qty > po-qty
                   move 'REJECT  ' to ws-rpt-status
                   move "accepts more than was ordered"
                     to ws-rpt-detail
                   add 1 to recsrejected
                   perform queue-report-line
               when ak-acc-qty = 0
                   perform decline-po-line
               when other
                   move ak-acc-qty to po-ack-qty
                   move ak-conf-d to po-conf-d
                   EXEC SQL
                       UPDATE purchase_order
                       SET po_ack_qty = :po-ack-qty,
                           po_conf_d = :po-conf-d
                       WHERE po_id = :po-id
                   END-EXEC
                   perform stamp-header-ack
                   add 1 to recsloaded
           end-evaluate
           .

      *> the vendor won't supply it: cancel the line so
      *> the next sweep cuts it afresh, and close the header
      *> once nothing is left open on it
       decline-po-line.
           move 0 to po-ack-qty
           move 'X' to po-status
           EXEC SQL
               UPDATE purchase_order
               SET po_ack_qty = :po-ack-qty,
                   po_status = :po-status
               WHERE po_id = :po-id
           END-EXEC
           perform stamp-header-ack

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

           move 'DECLINED' to ws-rpt-status
           move spaces to ws-rpt-detail
           string
               ak-vn-ref delimited size
               " vendor accepted none, line cancelled"
                   delimited size
           into ws-rpt-detail
           add 1 to recsdeclined
           perform queue-report-line
           .

       stamp-header-ack.
           move datetime to poh-ack-d
           EXEC SQL
               UPDATE poheader
               SET poh_ack_d = :poh-ack-d
               WHERE poh_id = :po-poh-id
           END-EXEC
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

      *> 'YYYY-MM-DD' in ws-work-date to an integer day in
      *> ws-work-int
       date-to-int.
           move 'N' to ws-date-ok
           if ws-work-date(1:4) is numeric
               and ws-work-date(6:2) is numeric
               and ws-work-date(9:2) is numeric
               move ws-work-date(1:4) to ws-dd-yyyy
               move ws-work-date(6:2) to ws-dd-mm
               move ws-work-date(9:2) to ws-dd-dd
               if ws-dd-mm >= 1 and ws-dd-mm <= 12
                   and ws-dd-dd >= 1 and ws-dd-dd <= 31
                   and ws-dd-yyyy >= 1601
                   compute ws-work-int =
                       function integer-of-date(ws-date-digits)
                   move 'Y' to ws-date-ok
               end-if
           end-if
           .

       work-int-to-date.
           compute ws-date-digits =
               function date-of-integer(ws-work-int)
           move spaces to ws-work-date
           string
               ws-date-digits(1:4) delimited size
               "-" delimited size
               ws-date-digits(5:2) delimited size
               "-" delimited size
               ws-date-digits(7:2) delimited size
           into ws-work-date
           .

       bad-reqtype.
           move "Request type must be T (transmit) or A (acknowledge)"
               to err

           move 1 to result-code
           perform audit-return.

       file-not-written.
           move "Transmission record could not be written" to err

           EXEC CICS SYNCPOINT ROLLBACK END-EXEC

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

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC

           move -1 to result-code
           perform audit-return.

      *> durable record of this call's outcome, same
      *> "CALL a subprogram that writeq's a TD queue" idiom TPCTRACE
      *> already uses for trace entries.
       audit-return.
           move ws-program-name to tpc-audit-program
           move 0 to tpc-audit-w-id
           move 0 to tpc-audit-d-id
           move result-code to tpc-audit-result-code
           move err to tpc-audit-err
           move msg to tpc-audit-msg
           move datetime to tpc-audit-entry-d
           call 'TPCCAUDT' using tpc-audit-data-block

           exec cics return end-exec.

      ***--------------------------------------------------------------*
      ***  $Workfile:   sqlpoxm.cbl  $ end
      ***--------------------------------------------------------------*
