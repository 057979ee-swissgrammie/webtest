       identification division.

       program-id. sqlcons.

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
      * TPCC consignment location maintenance
      *
      * Some accounts keep our stock on their own premises and are
      * billed only for what they use; until now that meant a dummy
      * warehouse and invoices typed by hand. A CONSLOC location
      * belongs to one customer, sits at one of their ship-to
      * addresses, and is supplied from one of our warehouses:
      *
      *   reqtype 'A' - add a location
      *   reqtype 'C' - close an empty location
      *   reqtype 'T' - transfer stock into a location. It is still
      *                 our stock, so this is a movement, not a sale:
      *                 the warehouse STOCK row comes down (not under
      *                 the floor SQLXFER keeps), a STKADJ row records
      *                 it with reason K, and the location's CONSSTK
      *                 quantity goes up
      *   reqtype 'R' - the consignment stock report for a customer:
      *                 each location's holding, item by item, at list
      *                 price and at cost, with totals, for the site
      *                 audits; the locations reported can be stamped
      *                 as audited
      *
      * The customer's usage reports come in through SQLCUSG, which
      * bills what was used off CONSSTK. Report lines to TS queue
      * CONRPT.
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
       01  ws-program-name                   pic x(8) value 'SQLCONS '.

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
       01  ws-sh-cnt                         pic s9(9) comp.
       01  ws-price-value                    pic s9(9)v99 comp-3.
       01  ws-cost-value                     pic s9(9)v99 comp-3.
       01  ws-held-total                     pic s9(9) comp.
           EXEC SQL END DECLARE SECTION END-EXEC

      *> don't strip the warehouse under the floor SQLXFER
      *> keeps for the same reason
       01  ws-stock-floor                    pic s9(9) comp value 10.

       01  ws-loc-qty                        pic s9(9) comp.
       01  ws-loc-price                      pic s9(9)v99 comp-3.
       01  ws-loc-cost                       pic s9(9)v99 comp-3.
       01  ws-tot-price                      pic s9(9)v99 comp-3.
       01  ws-tot-cost                       pic s9(9)v99 comp-3.

       01  ws-report-q-name                  pic x(8) value 'CONRPT'.
       01  ws-resp-writeq-ts                 pic s9(8) comp.
       01  ws-report-line                    pic x(132).
       01  ws-text-line.
           03  filler                        pic x(7)
               value 'CONRPT '.
           03  ws-txt-text                   pic x(60).
       01  ws-loc-line.
           03  filler                        pic x(16)
               value 'CONRPT LOCATION '.
           03  ws-loc-id                     pic z(5)9.
           03  filler                        pic x(1) value space.
           03  ws-loc-name                   pic x(24).
           03  filler                        pic x(5) value ' WH: '.
           03  ws-loc-wh                     pic z(3)9.
           03  filler                        pic x(8) value ' STATUS '.
           03  ws-loc-status                 pic x(1).
           03  filler                        pic x(12)
               value ' LAST AUDIT '.
           03  ws-loc-audit                  pic x(10).
       01  ws-item-line.
           03  filler                        pic x(9)
               value 'CONRPT   '.
           03  ws-itm-item                   pic z(5)9.
           03  filler                        pic x(1) value space.
           03  ws-itm-iname                  pic x(24).
           03  filler                        pic x(5) value ' QTY '.
           03  ws-itm-qty                    pic z(6)9.
           03  filler                        pic x(7) value ' PRICE '.
           03  ws-itm-price                  pic z(8)9.99.
           03  filler                        pic x(6) value ' COST '.
           03  ws-itm-cost                   pic z(8)9.99.
       01  ws-total-line.
           03  filler                        pic x(7)
               value 'CONRPT '.
           03  ws-tot-text                   pic x(24).
           03  filler                        pic x(5) value ' QTY '.
           03  ws-tot-qty                    pic z(6)9.
           03  filler                        pic x(7) value ' PRICE '.
           03  ws-tot-price-d                pic z(8)9.99.
           03  filler                        pic x(6) value ' COST '.
           03  ws-tot-cost-d                 pic z(8)9.99.

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpycons.

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

           move 0 to rptcount
           evaluate true
               when cons-add
                   perform add-location
               when cons-close
                   perform close-location
               when cons-transfer
                   perform transfer-in
               when cons-report
                   perform report-customer
               when other
                   perform bad-reqtype
           end-evaluate

           EXEC CICS SYNCPOINT END-EXEC

           move 0 to result-code
           perform audit-return.

       add-location.
           perform validate-customer

           move wid to w-id
           EXEC SQL WHENEVER NOT FOUND go to warehouse-not-found
               END-EXEC
           EXEC SQL
               SELECT w_name INTO :w-name
               FROM warehouse
               WHERE w_id = :w-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           if shiptono not = 0
               move cwid to sh-w-id
               move cdid to sh-d-id
               move cid to sh-c-id
               move shiptono to sh-no
               EXEC SQL
                   SELECT COUNT(*) INTO :ws-sh-cnt
                   FROM shipto
                   WHERE sh_w_id = :sh-w-id AND sh_d_id = :sh-d-id
                       AND sh_c_id = :sh-c-id AND sh_no = :sh-no
                       AND sh_status = 'A'
               END-EXEC
               if ws-sh-cnt = 0
                   perform ship-to-not-valid
               end-if
           end-if

           perform next-consignment-id
           move wid to cs-w-id
           move cwid to cs-c-w-id
           move cdid to cs-c-d-id
           move cid to cs-c-id
           move shiptono to cs-sh-no
           move consname to cs-name
           move 'A' to cs-status
           move spaces to cs-audit-d
           move EIBTRMID to cs-keyed-by
           move datetime to cs-entry-d
           EXEC SQL
               INSERT INTO consloc
                   (cs_id, cs_w_id, cs_c_w_id, cs_c_d_id, cs_c_id,
                    cs_sh_no, cs_name, cs_status, cs_audit_d,
                    cs_keyed_by, cs_entry_d)
               VALUES (:cs-id, :cs-w-id, :cs-c-w-id, :cs-c-d-id,
                    :cs-c-id, :cs-sh-no, :cs-name, :cs-status,
                    :cs-audit-d, :cs-keyed-by, :cs-entry-d)
           END-EXEC
           move cs-id to consid
           move "Consignment location added" to msg
           .

      *> closing a location that still holds stock would
      *> lose it from every report; transfer or bill it first
       close-location.
           perform fetch-location
           move cs-id to cq-cs-id
           EXEC SQL
               SELECT COALESCE(SUM(cq_qty), 0) INTO :ws-held-total
               FROM consstk
               WHERE cq_cs_id = :cq-cs-id
           END-EXEC
           if ws-held-total not = 0
               move ws-held-total to heldqty
               perform location-not-empty
           end-if
           EXEC SQL
               UPDATE consloc
               SET cs_status = 'I'
               WHERE cs_id = :cs-id
           END-EXEC
           move "Consignment location closed" to msg
           .

       transfer-in.
           if xferqty = 0
               perform bad-quantity
           end-if
           perform fetch-location
           if cs-status not = 'A'
               perform location-not-found
           end-if

           move cs-w-id to s-w-id
           move itemid to s-i-id
           EXEC SQL WHENEVER NOT FOUND go to stock-not-found END-EXEC
           EXEC SQL
               SELECT s_quantity INTO :s-quantity
               FROM stock
               WHERE s_w_id = :s-w-id AND s_i_id = :s-i-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           if s-quantity - xferqty < ws-stock-floor
               perform insufficient-stock
           end-if

           move s-quantity to sa-old-qty
           compute s-quantity = s-quantity - xferqty
           EXEC SQL
               UPDATE stock
               SET s_quantity = :s-quantity
               WHERE s_w_id = :s-w-id AND s_i_id = :s-i-id
           END-EXEC

           move s-w-id to sa-w-id
           move s-i-id to sa-i-id
           move s-quantity to sa-new-qty
           compute sa-variance = sa-new-qty - sa-old-qty
           move 'K' to sa-reason
           move EIBTRMID to sa-keyed-by
           move datetime to sa-entry-d
           EXEC SQL
               INSERT INTO stkadj
                   (sa_w_id, sa_i_id, sa_old_qty, sa_new_qty,
                       sa_variance, sa_reason, sa_keyed_by,
                       sa_entry_d)
                   VALUES (:sa-w-id, :sa-i-id, :sa-old-qty,
                       :sa-new-qty, :sa-variance, :sa-reason,
                       :sa-keyed-by, :sa-entry-d)
           END-EXEC

           move cs-id to cq-cs-id
           move itemid to cq-i-id
           move datetime to cq-last-in-d
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT cq_qty INTO :cq-qty
               FROM consstk
               WHERE cq_cs_id = :cq-cs-id AND cq_i_id = :cq-i-id
           END-EXEC
           if sqlcode = 100
               move xferqty to cq-qty
               EXEC SQL
                   INSERT INTO consstk
                       (cq_cs_id, cq_i_id, cq_qty, cq_last_in_d)
                   VALUES (:cq-cs-id, :cq-i-id, :cq-qty,
                       :cq-last-in-d)
               END-EXEC
           else
               compute cq-qty = cq-qty + xferqty
               EXEC SQL
                   UPDATE consstk
                   SET cq_qty = :cq-qty,
                       cq_last_in_d = :cq-last-in-d
                   WHERE cq_cs_id = :cq-cs-id AND cq_i_id = :cq-i-id
               END-EXEC
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           move cq-qty to heldqty
           move "Stock transferred to consignment" to msg
           .

      *> every location of the customer's (or the one asked
      *> for), each item held at list price and at cost
       report-customer.
           perform validate-customer
           move 0 to loccount
           move 0 to itemcount
           move 0 to ws-tot-price
           move 0 to ws-tot-cost

           move spaces to ws-txt-text
           string
               "CONSIGNMENT STOCK " delimited size
               cwid delimited size
               "-" delimited size
               cdid delimited size
               "-" delimited size
               cid delimited size
               " " delimited size
               c-last delimited size
           into ws-txt-text
           move ws-text-line to ws-report-line
           perform queue-report-line

           move cwid to cs-c-w-id
           move cdid to cs-c-d-id
           move cid to cs-c-id
           move consid to cs-id
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DECLARE c_cnloc CURSOR FOR
               SELECT cs_id, cs_w_id, cs_name, cs_status,
                   cs_audit_d
                   FROM consloc
                   WHERE cs_c_w_id = :cs-c-w-id
                       AND cs_c_d_id = :cs-c-d-id
                       AND cs_c_id = :cs-c-id
                       AND (:cs-id = 0 OR cs_id = :cs-id)
                   ORDER BY cs_id
           END-EXEC
           EXEC SQL OPEN c_cnloc END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_cnloc INTO :cs-id, :cs-w-id, :cs-name,
                       :cs-status, :cs-audit-d
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               perform report-one-location
           end-perform
           EXEC SQL CLOSE c_cnloc END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           if loccount = 0
               perform location-not-found
           end-if

           move "CUSTOMER TOTAL" to ws-tot-text
           move 0 to ws-tot-qty
           move ws-tot-price to ws-tot-price-d
           move ws-tot-cost to ws-tot-cost-d
           move ws-total-line to ws-report-line
           perform queue-report-line

           move ws-tot-price to pricevalue
           move ws-tot-cost to costvalue
           move "Consignment report queued" to msg
           .

      *> the item cursor's CLOSE leaves sqlcode 0 for the
      *> location loop
       report-one-location.
           add 1 to loccount
           move cs-id to ws-loc-id
           move cs-name to ws-loc-name
           move cs-w-id to ws-loc-wh
           move cs-status to ws-loc-status
           if cs-audit-d = spaces
               move 'NEVER' to ws-loc-audit
           else
               move cs-audit-d to ws-loc-audit
           end-if
           move ws-loc-line to ws-report-line
           perform queue-report-line

           move 0 to ws-loc-qty
           move 0 to ws-loc-price
           move 0 to ws-loc-cost
           move cs-id to cq-cs-id
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DECLARE c_cnstk CURSOR FOR
               SELECT cq_i_id, i_name, cq_qty, cq_qty * i_price,
                   cq_qty * COALESCE(i_cost, 0)
                   FROM consstk, item
                   WHERE cq_cs_id = :cq-cs-id AND i_id = cq_i_id
                       AND cq_qty <> 0
                   ORDER BY cq_i_id
           END-EXEC
           EXEC SQL OPEN c_cnstk END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_cnstk INTO :cq-i-id, :i-name, :cq-qty,
                       :ws-price-value, :ws-cost-value
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               add 1 to itemcount
               add cq-qty to ws-loc-qty
               add ws-price-value to ws-loc-price
               add ws-cost-value to ws-loc-cost
               move cq-i-id to ws-itm-item
               move i-name to ws-itm-iname
               move cq-qty to ws-itm-qty
               move ws-price-value to ws-itm-price
               move ws-cost-value to ws-itm-cost
               move ws-item-line to ws-report-line
               perform queue-report-line
           end-perform
           EXEC SQL CLOSE c_cnstk END-EXEC

           move "LOCATION TOTAL" to ws-tot-text
           move ws-loc-qty to ws-tot-qty
           move ws-loc-price to ws-tot-price-d
           move ws-loc-cost to ws-tot-cost-d
           move ws-total-line to ws-report-line
           perform queue-report-line
           add ws-loc-price to ws-tot-price
           add ws-loc-cost to ws-tot-cost

           if audit-done
               move datetime(1:10) to cs-audit-d
               EXEC SQL
                   UPDATE consloc
                   SET cs_audit_d = :cs-audit-d
                   WHERE cs_id = :cs-id
               END-EXEC
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

       validate-customer.
           move cwid to c-w-id
           move cdid to c-d-id
           move cid to c-id
           EXEC SQL WHENEVER NOT FOUND go to customer-not-found
               END-EXEC
           EXEC SQL
               SELECT c_last INTO :c-last
               FROM customer
               WHERE c_w_id = :c-w-id AND c_d_id = :c-d-id
                   AND c_id = :c-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

       fetch-location.
           move consid to cs-id
           EXEC SQL WHENEVER NOT FOUND go to location-not-found
               END-EXEC
           EXEC SQL
               SELECT cs_w_id, cs_status
               INTO :cs-w-id, :cs-status
               FROM consloc
               WHERE cs_id = :cs-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

      *> cs-id off an atomic counter row, the same
      *> UPDATE-then-SELECT-back idiom SQLXFER uses for xf-id, with
      *> the same self-seeding first time through
       next-consignment-id.
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT next_cs_id
               INTO :cs-id
               FROM consloc_seq
           END-EXEC
           if sqlcode = 100
               move 1 to cs-id
               EXEC SQL
                   INSERT INTO consloc_seq (seq_id, next_cs_id)
                   VALUES (1, 1)
               END-EXEC
           else
               EXEC SQL
                   UPDATE consloc_seq
                   SET next_cs_id = next_cs_id + 1
               END-EXEC
               EXEC SQL
                   SELECT next_cs_id
                   INTO :cs-id
                   FROM consloc_seq
               END-EXEC
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

       bad-reqtype.
           move "Request type must be A, C, T or R" to err

           move 1 to result-code
           perform audit-return.

       customer-not-found.
           move "Customer not found" to err

           move 2 to result-code
           perform audit-return.

       ship-to-not-valid.
           move "Ship-to address is not one of this customer's"
               to err

           move 3 to result-code
           perform audit-return.

       location-not-found.
           move "Consignment location not found or closed" to err

           move 4 to result-code
           perform audit-return.

       bad-quantity.
           move "Transfer quantity must be greater than zero" to err

           move 5 to result-code
           perform audit-return.

       insufficient-stock.
           move "Not enough stock at the supplying warehouse" to err

           move 6 to result-code
           perform audit-return.

       location-not-empty.
           move "Location still holds stock - cannot close" to err

           move 7 to result-code
           perform audit-return.

       warehouse-not-found.
           move "Supplying warehouse not found" to err

           move 8 to result-code
           perform audit-return.

       stock-not-found.
           move "Item not stocked at the supplying warehouse" to err

           move 9 to result-code
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
      ***  $Workfile:   sqlcons.cbl  $ end
      ***--------------------------------------------------------------*
