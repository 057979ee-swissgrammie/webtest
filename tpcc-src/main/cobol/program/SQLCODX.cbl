       identification division.

       program-id. sqlcodx.

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
      * TPCC cash-on-delivery exception report
      *
      * A COD order goes out to a customer who pays the driver at
      * the door, and the driver's collection is keyed with the
      * proof of delivery (SQLPODC), which posts it as a payment.
      * Anything that slips through that - paperwork never keyed,
      * a refused delivery, a driver short on the amount - leaves
      * the goods billed to an account we did not mean to extend
      * credit on. This lists every COD order with goods delivered
      * inside the window whose collection does not cover what was
      * due, oldest delivery first:
      *
      *   NO POD    nothing keyed for the order yet
      *   REFUSED   the customer refused the delivery
      *   SHORT     collected less than the amount due
      *
      * The amount due is worked out the way the manifest and the
      * confirmation work it: delivered goods, plus the freight
      * and any rush surcharge once the order is complete. Report
      * lines to TS queue CODRPT.
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
       01  ws-program-name                   pic x(8) value 'SQLCODX '.

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
       01  ws-cutoff-d                       pic x(10).
       01  ws-last-deliv-d                   pic x(20).
       01  ws-ord-freight                    pic s9(6)v99 comp-3.
       01  ws-cod-due                        pic s9(8)v99 comp-3.
       01  ws-cod-open                       pic s9(9) comp.
       01  ws-conf-cnt                       pic s9(9) comp.
       01  ws-cod-amt                        pic s9(8)v99 comp-3.
       01  ws-conf-exc                       pic x(1).
           EXEC SQL END DECLARE SECTION END-EXEC

       01  ws-window-days                    pic s9(3) comp.
       01  ws-cod-short                      pic s9(8)v99 comp-3.
       01  ws-short-total                    pic s9(8)v99 comp-3.

       01  ws-work-int                       pic s9(9) comp.
       01  ws-work-date                      pic x(10).
       01  ws-date-digits                    pic 9(8).
       01  filler redefines ws-date-digits.
           03  ws-dd-yyyy                    pic 9(4).
           03  ws-dd-mm                      pic 9(2).
           03  ws-dd-dd                      pic 9(2).
       01  ws-date-ok                        pic x(1).

       01  ws-report-q-name                  pic x(8) value 'CODRPT'.
       01  ws-resp-writeq-ts                 pic s9(8) comp.
       01  ws-report-line                    pic x(132).
       01  ws-text-line.
           03  filler                        pic x(7)
               value 'CODRPT '.
           03  ws-txt-text                   pic x(60).
       01  ws-except-line.
           03  filler                        pic x(7)
               value 'CODRPT '.
           03  ws-cx-status                  pic x(8).
           03  filler                        pic x(1) value space.
           03  ws-cx-wid                     pic z(3)9.
           03  filler                        pic x(1) value '-'.
           03  ws-cx-did                     pic 99.
           03  filler                        pic x(1) value '-'.
           03  ws-cx-oid                     pic z(7)9.
           03  filler                        pic x(1) value space.
           03  ws-cx-cid                     pic z(3)9.
           03  filler                        pic x(1) value space.
           03  ws-cx-clast                   pic x(16).
           03  filler                        pic x(1) value space.
           03  ws-cx-deliv                   pic x(10).
           03  filler                        pic x(5) value ' DUE '.
           03  ws-cx-due                     pic z(7)9.99.
           03  filler                        pic x(6) value ' PAID '.
           03  ws-cx-paid                    pic z(7)9.99.
           03  filler                        pic x(7) value ' SHORT '.
           03  ws-cx-short                   pic z(7)9.99.
           03  filler                        pic x(1) value space.
           03  ws-cx-driver                  pic x(4).
       01  ws-total-line.
           03  filler                        pic x(7)
               value 'CODRPT '.
           03  filler                        pic x(18)
               value 'ORDERS TO CHASE   '.
           03  ws-tot-cnt                    pic z(4)9.
           03  filler                        pic x(14)
               value '   SHORT TOTAL'.
           03  ws-tot-short                  pic z(8)9.99.

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpycodx.

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
           move 0 to exceptcount
           move 0 to ws-short-total

           move windowdays to ws-window-days
           if ws-window-days = 0
               move 30 to ws-window-days
           end-if
           move datetime(1:10) to ws-work-date
           perform date-to-int
           subtract ws-window-days from ws-work-int
           perform work-int-to-date
           move ws-work-date to ws-cutoff-d

           move spaces to ws-txt-text
           string
               "COD ORDERS NOT COLLECTED IN FULL SINCE " delimited size
               ws-cutoff-d delimited size
           into ws-txt-text
           move ws-text-line to ws-report-line
           perform queue-report-line

      *> delivered means a real carrier took it: not still
      *> in the sweep (null/0), not cancelled (99), not a
      *> will-call order collected at the counter (98)
           move wid to ws-w-id
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DECLARE c_codx CURSOR FOR
               SELECT o_w_id, o_d_id, o_id, o_c_id, c_last,
                   COALESCE(o_freight, 0) + COALESCE(o_rush_chg, 0),
                   MAX(ol_delivery_d)
                   FROM orders, customer, order_line
                   WHERE o_pay_method = 'C'
                       AND (:ws-w-id = 0 OR o_w_id = :ws-w-id)
                       AND o_carrier_id IS NOT NULL
                       AND o_carrier_id > 0
                       AND o_carrier_id NOT IN (98, 99)
                       AND c_w_id = o_w_id AND c_d_id = o_d_id
                       AND c_id = o_c_id
                       AND ol_w_id = o_w_id AND ol_d_id = o_d_id
                       AND ol_o_id = o_id
                       AND ol_delivery_d IS NOT NULL
                       AND ol_drop_po IS NULL
                   GROUP BY o_w_id, o_d_id, o_id, o_c_id, c_last,
                       o_freight, o_rush_chg
                   HAVING MAX(ol_delivery_d) >= :ws-cutoff-d
                   ORDER BY 7, o_w_id, o_d_id, o_id
           END-EXEC
           EXEC SQL OPEN c_codx END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_codx INTO :o-w-id, :o-d-id, :o-id,
                       :o-c-id, :c-last, :ws-ord-freight,
                       :ws-last-deliv-d
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               perform check-one-order
           end-perform
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           EXEC SQL CLOSE c_codx END-EXEC

           move exceptcount to ws-tot-cnt
           move ws-short-total to ws-tot-short
           move ws-total-line to ws-report-line
           perform queue-report-line
           move ws-short-total to shorttotal

           move "COD exception report queued" to msg

           move 0 to result-code
           perform audit-return.

      *> due against collected - every statement here is an
      *> aggregate, so none of them can end the fetch loop
       check-one-order.
           EXEC SQL
               SELECT COALESCE(SUM(ol_amount), 0)
               INTO :ws-cod-due
               FROM order_line
               WHERE ol_w_id = :o-w-id AND ol_d_id = :o-d-id
                   AND ol_o_id = :o-id
                   AND ol_delivery_d IS NOT NULL
                   AND ol_drop_po IS NULL
           END-EXEC
           EXEC SQL
               SELECT COUNT(*) INTO :ws-cod-open
               FROM new_order
               WHERE no_w_id = :o-w-id AND no_d_id = :o-d-id
                   AND no_o_id = :o-id
           END-EXEC
           if ws-cod-open = 0
               add ws-ord-freight to ws-cod-due
           end-if

           EXEC SQL
               SELECT COUNT(*), COALESCE(MAX(dc_cod_amt), 0),
                   COALESCE(MAX(dc_exc), ' '),
                   COALESCE(MAX(dc_driver), ' ')
               INTO :ws-conf-cnt, :ws-cod-amt, :ws-conf-exc,
                   :dc-driver
               FROM delconf
               WHERE dc_w_id = :o-w-id AND dc_d_id = :o-d-id
                   AND dc_o_id = :o-id
           END-EXEC

           if ws-conf-cnt = 0 or ws-cod-amt < ws-cod-due
               compute ws-cod-short = ws-cod-due - ws-cod-amt
               evaluate true
                   when ws-conf-cnt = 0
                       move 'NO POD' to ws-cx-status
                   when ws-conf-exc = 'R'
                       move 'REFUSED' to ws-cx-status
                   when other
                       move 'SHORT' to ws-cx-status
               end-evaluate
               move o-w-id to ws-cx-wid
               move o-d-id to ws-cx-did
               move o-id to ws-cx-oid
               move o-c-id to ws-cx-cid
               move c-last to ws-cx-clast
               move ws-last-deliv-d(1:10) to ws-cx-deliv
               move ws-cod-due to ws-cx-due
               move ws-cod-amt to ws-cx-paid
               move ws-cod-short to ws-cx-short
               move dc-driver to ws-cx-driver
               move ws-except-line to ws-report-line
               perform queue-report-line
               add 1 to exceptcount
               add ws-cod-short to ws-short-total
           end-if
           .

       date-to-int.
           move 'N' to ws-date-ok
           if ws-work-date(1:4) is numeric
               and ws-work-date(5:1) = '-'
               and ws-work-date(6:2) is numeric
               and ws-work-date(8:1) = '-'
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
      ***  $Workfile:   sqlcodx.cbl  $ end
      ***--------------------------------------------------------------*
